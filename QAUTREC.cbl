       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. QAUTREC.
      ******************************************************************
      *
      *    MODULE      QAUTREC
      *                BATCH
      *                QUEUE AUTHORIZATION RECERTIFICATION. QAUTHF
      *                ONLY EVER GROWS - THIS JOB READS EVERY QAUTHF
      *                ENTRY AND THE AUDIT HISTORY (THE AUDARCH
      *                GENERATIONS THE JCL CONCATENATES PLUS THE LIVE
      *                AUDITLOG) AND REPORTS, FOR EACH TRAN CODE AND
      *                QUEUE, WHEN EACH ALLOWED FUNCTION (READQ,
      *                WRITE, PEEK, PURGE, MOVE) WAS LAST ACTUALLY
      *                USED. A FUNCTION NOT USED FOR THE DORMANT DAYS
      *                IS FLAGGED, AND FOR EVERY DORMANT ENTRY A
      *                PENDING CHANGE IS WRITTEN TO PENDCHG - UPD
      *                WITH THE DORMANT FUNCTIONS TURNED OFF, OR DEL
      *                WHEN NOTHING ON THE ENTRY IS STILL USED - SO
      *                THE SECURITY ADMINISTRATOR ONLY APPROVES OR
      *                REJECTS THE REVOCATIONS IN QAUTAPP. THE
      *                REQUESTER ON THE PENDING CHANGE IS QAUTREC.
      *
      *                THE FUNCTION AUDITED IS MAPPED TO THE QAUTHF
      *                PERMISSION THAT GOVERNS IT - READQ, WAITQ,
      *                GETID AND GETCO USE READQ; WRITE, SENDR, SENDT
      *                AND SCHED USE WRITE; PEEK, PEKID AND PEKCO USE
      *                PEEK; PURGE AND MOVE THEIR OWN. IMSMQ01 CARRIES
      *                ITS TRAN CODE IN THE AUDIT DETAIL. UNLD IS
      *                TRAN CODE MQUNLD (PEEK FOR A BRWS UNLOAD,
      *                PURGE FOR DEST), RELD IS MQRELD (WRITE). A
      *                RECORD WITH NO TRAN CODE (WRITTEN BEFORE IT
      *                WAS CARRIED) COUNTS FOR EVERY TRAN CODE ON THE
      *                QUEUE, SO OLD HISTORY NEVER CAUSES A REVOKE.
      *
      *                NO PROPOSAL IS WRITTEN FOR AN ENTRY THAT
      *                ALREADY HAS A CHANGE WAITING IN PENDCHG, NOR
      *                FOR ONE ADDED OR UPDATED THROUGH QAUTAPP
      *                WITHIN THE DORMANT DAYS. WHEN THE AUDIT
      *                HISTORY READ DOES NOT REACH BACK THE DORMANT
      *                DAYS, THE REPORT IS PRINTED BUT NO PROPOSALS
      *                ARE WRITTEN.
      *                ENDS WITH RETURN CODE 4 WHEN PROPOSALS WERE
      *                WRITTEN, 8 WHEN A FILE COULD NOT BE OPENED.
      *
      *    INPUT       SYSIN LINE 1 - DORMANT DAYS (3 DIGITS, BLANK
      *                               OR ZERO DEFAULTS TO 090)
      *                SYSIN LINE 2 - RUN DATE YYMMDD (BLANK OR
      *                               INVALID DEFAULTS TO TODAY)
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
      *     BA   = LOAD ONE QAUTHF ENTRY INTO THE TABLE
      *     BB   = NOTE ONE PENDCHG RECORD AGAINST THE TABLE
      *    C
      *     CA   = READ NEXT ARCHIVE AUDIT RECORD
      *     CB   = READ NEXT LIVE AUDIT RECORD
      *     CC   = MAP ONE AUDIT RECORD TO A QAUTHF PERMISSION
      *     CD   = NOTE THE USE AGAINST THE MATCHING ENTRIES
      *     CE   = NOTE THE USE ON ONE TABLE ENTRY
      *     CF   = COMPUTE A DAY NUMBER FROM YYMMDD
      *    D
      *     DA   = RECERTIFY ONE QAUTHF ENTRY
      *     DB   = PRINT ONE ALLOWED FUNCTION
      *     DP   = WRITE THE PENDING REVOKE PROPOSAL
      *     DQ   = STEP TO THE NEXT PENDING CHANGE ID
      *     DI   = WRITE AUDIT TRAIL RECORD
      *    E     = PRINT TOTALS
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT TRAIL)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAUTH-FILE        ASSIGN TO QAUTHF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS SEQUENTIAL
                                     RECORD KEY IS QAUTH-KEY
                                     FILE STATUS IS WS-QAUTH-STATUS.
           SELECT PEND-FILE         ASSIGN TO PENDCHG
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PEND-KEY
                                     FILE STATUS IS WS-PEND-STATUS.
           SELECT ARCH-FILE         ASSIGN TO AUDARCH
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIT-FILE        ASSIGN TO AUDITLOG
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  QAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  QAUTH-RECORD.
           05 QAUTH-KEY.
              10 QAUTH-TRAN-CODE          PIC X(08).
              10 QAUTH-QUEUE-NAME         PIC X(48).
           05 QAUTH-ALLOW-READQ           PIC X(01).
           05 QAUTH-ALLOW-WRITE           PIC X(01).
           05 QAUTH-ALLOW-PEEK            PIC X(01).
           05 QAUTH-ALLOW-PURGE           PIC X(01).
           05 QAUTH-ALLOW-MOVE            PIC X(01).
           05 FILLER                      PIC X(19).
      *
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.
      *
       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCH-FILE-RECORD               PIC X(200).
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD              PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE QAUTREC START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-QAUTH-STATUS                PIC XX      VALUE SPACES.
       01  WS-PEND-STATUS                 PIC XX      VALUE SPACES.
       01  WS-ARCH-STATUS                 PIC XX      VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN PARAMETERS FROM SYSIN
      ******************************************************************
       01  WS-DORMANT-DAYS-IN             PIC X(03)   VALUE SPACES.
       01  WS-DORMANT-DAYS-N REDEFINES WS-DORMANT-DAYS-IN
                                          PIC 9(03).
       01  WS-DORMANT-DAYS                PIC 9(03)   VALUE 90.
       01  WS-RUN-DATE-IN                 PIC X(06)   VALUE SPACES.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-IN
                                          PIC 9(06).
       01  WS-RUN-DAYNUM                  PIC 9(07)   VALUE ZERO.
      ******************************************************************
      *    AUDIT HISTORY RECORD - THE 200-BYTE AUDITLOG/AUDARCH
      *    LAYOUT. IMSMQ01 CARRIES ITS TRAN CODE IN THE LAST EIGHT
      *    BYTES OF THE DETAIL, MQUNLD ITS MODE IN THE FIRST FOUR
      ******************************************************************
       01  HIST-RECORD.
           05 HIST-QUEUE-NAME             PIC X(48).
           05 HIST-USERID                 PIC X(08).
           05 HIST-DATE.
              10 HIST-DATE-YYMMDD         PIC X(06).
              10 FILLER                   PIC X(02).
           05 HIST-TIME                   PIC X(08).
           05 HIST-FUNCTION               PIC X(05).
           05 HIST-MSG-LENGTH             PIC 9(09).
           05 HIST-STATUS                 PIC X(04).
           05 HIST-COMPCODE               PIC S9(09).
           05 HIST-REASON                 PIC S9(09).
           05 HIST-DETAIL.
              10 HIST-DETAIL-NOTE         PIC X(12).
              10 HIST-DETAIL-TRAN-CODE    PIC X(08).
           05 HIST-DETAIL-UNLD REDEFINES HIST-DETAIL.
              10 HIST-UNLD-MODE           PIC X(04).
              10 FILLER                   PIC X(16).
           05 FILLER                      PIC X(72).
       01  WS-HIST-TRAN-CODE              PIC X(08)   VALUE SPACES.
       01  WS-HIST-FUNC-IX                PIC 9(01)   VALUE ZERO.
       01  WS-OLDEST-DATE                 PIC X(06)   VALUE HIGH-VALUES.
       01  WS-NEWEST-DATE                 PIC X(06)   VALUE LOW-VALUES.
       01  WS-HISTORY-DAYS                PIC S9(07)  VALUE ZERO.
      ******************************************************************
      *    QAUTHF ENTRIES - LOADED IN KEY ORDER WITH THE LAST USE OF
      *    EACH PERMISSION (1 READQ, 2 WRITE, 3 PEEK, 4 PURGE,
      *    5 MOVE) AS YYMMDD, THE LATEST APPROVED ADD/UPD AND
      *    WHETHER A CHANGE IS ALREADY WAITING FOR APPROVAL
      ******************************************************************
       01  WS-MAX-ENTRIES                 PIC 9(05)   VALUE 2000.
       01  WS-ENTRY-COUNT                 PIC 9(05)   VALUE ZERO.
       01  TB-QAUTH-TABLE.
           05  TB-QA-ENTRY OCCURS 2000 TIMES
                                     INDEXED BY TB-QA-IX.
               10  TB-QA-KEY.
                   15  TB-QA-TRAN-CODE    PIC X(08).
                   15  TB-QA-QUEUE-NAME   PIC X(48).
               10  TB-QA-FUNC OCCURS 5 TIMES.
                   15  TB-QA-ALLOW        PIC X(01).
                   15  TB-QA-LAST-USED    PIC X(06).
                   15  TB-QA-DORMANT      PIC X(01).
               10  TB-QA-GRANT-DATE       PIC X(06).
               10  TB-QA-PENDING          PIC X(01).
      ******************************************************************
      *    PERMISSION NAMES, IN QAUTHF FLAG ORDER
      ******************************************************************
       01  TB-FUNCTION-NAMES.
           05 TB-FUNCTION-VALUES          PIC X(25)   VALUE
              'READQWRITEPEEK PURGEMOVE '.
           05 TB-FUNCTION-TABLE REDEFINES TB-FUNCTION-VALUES.
              10 TB-FUNCTION-NAME         OCCURS 5 TIMES
                                          PIC X(05).
       01  WS-FUNC-IX                     PIC 9(01)   VALUE ZERO.
      ******************************************************************
      *    RECERTIFICATION OF ONE ENTRY
      ******************************************************************
       01  WS-ALLOWED-COUNT               PIC 9(01)   VALUE ZERO.
       01  WS-DORMANT-COUNT               PIC 9(01)   VALUE ZERO.
       01  WS-USED-DAYNUM                 PIC 9(07)   VALUE ZERO.
       01  WS-USED-AGE                    PIC S9(07)  VALUE ZERO.
       01  WS-GRANT-DAYNUM                PIC 9(07)   VALUE ZERO.
       01  WS-GRANT-AGE                   PIC S9(07)  VALUE ZERO.
       01  WS-PROPOSED-ACTION             PIC X(03)   VALUE SPACES.
       01  WS-ENTRY-RESULT                PIC X(32)   VALUE SPACES.
      ******************************************************************
      *    NEXT PENDING CHANGE ID - THE RUN DATE/TIME PLUS A SEQUENCE.
      *    A DUPLICATE KEY STEPS THE SEQUENCE, AND PAST 99 THE TIME
      *    PART STEPS ON A SECOND, SO ONE RUN CAN PROPOSE ANY NUMBER
      *    OF CHANGES
      ******************************************************************
       01  WS-NEXT-PEND-ID.
           05 WS-NEXT-ID-DATE             PIC X(06)   VALUE SPACES.
           05 WS-NEXT-ID-TIME.
              10 WS-NEXT-ID-HH            PIC 9(02)   VALUE ZERO.
              10 WS-NEXT-ID-MM            PIC 9(02)   VALUE ZERO.
              10 WS-NEXT-ID-SS            PIC 9(02)   VALUE ZERO.
           05 WS-NEXT-ID-SEQ              PIC 9(02)   VALUE ZERO.
       01  WS-PEND-TRIES                  PIC 9(05)   VALUE ZERO.
       01  WS-MAX-PEND-TRIES              PIC 9(05)   VALUE 9999.
      ******************************************************************
      *    DATE AND TIME
      ******************************************************************
       01  WS-DATE.
           05 WS-YEAR                     PIC 99.
           05 WS-MONTH                    PIC 99.
           05 WS-DAY                      PIC 99.
       01  WS-TIME.
           05 WS-TIM                      PIC 99.
           05 WS-MIN                      PIC 99.
           05 WS-SEC                      PIC 99.
           05 WS-HUNDRED                  PIC 99.
      ******************************************************************
      *    DAY-NUMBER WORK FIELDS (CF-COMPUTE-DAY-NUMBER)
      ******************************************************************
       01  WS-DN-DATE-IN                  PIC 9(08)  VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE-IN.
           05 WS-DN-YEAR                  PIC 9(04).
           05 WS-DN-MONTH                 PIC 9(02).
           05 WS-DN-DAY                   PIC 9(02).
       01  WS-DN-YYMMDD                   PIC X(06)  VALUE SPACES.
       01  WS-DN-YYMMDD-N REDEFINES WS-DN-YYMMDD
                                          PIC 9(06).
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
      *    REPORT LINES
      ******************************************************************
       01  RPT-ENTRY-LINE.
           05 RPT-ENTRY-TRAN-CODE         PIC X(08).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 RPT-ENTRY-QUEUE             PIC X(48).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 RPT-ENTRY-RESULT            PIC X(32).
       01  RPT-FUNC-LINE.
           05 FILLER                      PIC X(04)   VALUE SPACES.
           05 RPT-FUNC-NAME               PIC X(05).
           05 FILLER                      PIC X(12)   VALUE
              '  LAST USED '.
           05 RPT-FUNC-LAST-USED          PIC X(06).
           05 FILLER                      PIC X(07)   VALUE
              '  DAYS '.
           05 RPT-FUNC-AGE                PIC ZZZZZZ9.
           05 RPT-FUNC-AGE-X REDEFINES RPT-FUNC-AGE
                                          PIC X(07).
           05 FILLER                      PIC X(02)   VALUE SPACES.
           05 RPT-FUNC-FLAG               PIC X(07).
      ******************************************************************
      *    RECORD COUNTERS
      ******************************************************************
       01  WS-QAUTH-COUNT                 PIC 9(07)   VALUE ZERO.
       01  WS-OVERFLOW-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-PEND-READ-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-ARCH-READ-COUNT             PIC 9(09)   VALUE ZERO.
       01  WS-AUDIT-READ-COUNT            PIC 9(09)   VALUE ZERO.
       01  WS-USE-COUNT                   PIC 9(09)   VALUE ZERO.
       01  WS-IN-USE-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-DORMANT-ENTRY-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-UPD-COUNT                   PIC 9(07)   VALUE ZERO.
       01  WS-DEL-COUNT                   PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-PENDING-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-GRANT-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-WRITE-FAIL-COUNT            PIC 9(07)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X       VALUE '0'.
             88 END-OF-FILE                           VALUE '1'.
           05 SW-OPEN-FAILED              PIC X       VALUE 'N'.
             88 OPEN-FAILED                           VALUE 'Y'.
           05 SW-PROPOSALS                PIC X       VALUE 'Y'.
             88 PROPOSALS-ALLOWED                     VALUE 'Y'.
             88 PROPOSALS-SUPPRESSED                  VALUE 'N'.
           05 SW-RECENT-GRANT             PIC X       VALUE 'N'.
             88 RECENT-GRANT                          VALUE 'Y'.
      ******************************************************************
      *    AUDIT TRAIL - ONE RECORD PER PROPOSAL, HANDED TO THE
      *    CENTRAL LOGGING SERVICE
      ******************************************************************
       01  AUDIT-RECORD.
           05 AUDIT-QUEUE-NAME            PIC X(48).
           05 AUDIT-USERID                PIC X(08).
           05 AUDIT-DATE                  PIC X(08).
           05 AUDIT-TIME                  PIC X(08).
           05 AUDIT-FUNCTION              PIC X(05).
           05 AUDIT-MSG-LENGTH            PIC 9(09).
           05 AUDIT-STATUS                PIC X(04).
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 AUDIT-DETAIL                PIC X(20).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
           05 AUDIT-PUT-PROPS             PIC X(24).
           COPY LOGQREC.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE QAUTREC END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           IF NOT OPEN-FAILED
              PERFORM CA-READ-NEXT-ARCHIVE UNTIL END-OF-FILE
              MOVE '0'                    TO SW-INDICATOR
              PERFORM CB-READ-NEXT-AUDIT UNTIL END-OF-FILE
              PERFORM D-RECERTIFY-ENTRIES
              PERFORM E-PRINT-TOTALS
           END-IF
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
      *    DORMANT DAYS AND RUN DATE FROM SYSIN
           ACCEPT WS-DORMANT-DAYS-IN
           IF WS-DORMANT-DAYS-IN NUMERIC
           AND WS-DORMANT-DAYS-N > ZERO
              MOVE WS-DORMANT-DAYS-N      TO WS-DORMANT-DAYS
           END-IF
           ACCEPT WS-RUN-DATE-IN
           IF WS-RUN-DATE-IN NOT NUMERIC
              ACCEPT WS-RUN-DATE-IN       FROM DATE
           END-IF
           MOVE WS-RUN-DATE-IN            TO WS-DN-YYMMDD
           PERFORM CF-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT              TO WS-RUN-DAYNUM

           DISPLAY '============================================'
           DISPLAY '   QUEUE AUTHORIZATION RECERTIFICATION'
           DISPLAY '   RUN DATE ' WS-RUN-DATE-IN
                   '  DORMANT AFTER ' WS-DORMANT-DAYS ' DAYS'
           DISPLAY '============================================'

      *    EVERY QAUTHF ENTRY INTO THE TABLE
           OPEN INPUT QAUTH-FILE
           IF WS-QAUTH-STATUS NOT = '00'
              DISPLAY 'QAUTREC  QAUTH-FILE OPEN FAILED '
                      WS-QAUTH-STATUS
              SET OPEN-FAILED             TO TRUE
           ELSE
              PERFORM BA-LOAD-QAUTH-ENTRY UNTIL END-OF-FILE
              CLOSE QAUTH-FILE
           END-IF

      *    CHANGES ALREADY WAITING, AND RECENT APPROVED GRANTS
           IF NOT OPEN-FAILED
              MOVE '0'                    TO SW-INDICATOR
              OPEN I-O PEND-FILE
              IF WS-PEND-STATUS NOT = '00'
                 DISPLAY 'QAUTREC  PEND-FILE OPEN FAILED '
                         WS-PEND-STATUS
                 SET OPEN-FAILED          TO TRUE
              ELSE
                 MOVE LOW-VALUES          TO PEND-KEY
                 START PEND-FILE KEY NOT < PEND-KEY
                    INVALID KEY
                       SET END-OF-FILE    TO TRUE
                 END-START
                 PERFORM BB-NOTE-PENDING-CHANGE UNTIL END-OF-FILE
              END-IF
           END-IF

      *    THE ARCHIVE GENERATIONS ARE OPTIONAL - A SITE THAT HAS
      *    NOT ARCHIVED YET HAS ONLY THE LIVE LOG
           IF NOT OPEN-FAILED
              MOVE '0'                    TO SW-INDICATOR
              OPEN INPUT ARCH-FILE
              IF WS-ARCH-STATUS NOT = '00'
                 DISPLAY 'QAUTREC  NO AUDIT ARCHIVE READ - STATUS '
                         WS-ARCH-STATUS
                 SET END-OF-FILE          TO TRUE
              END-IF
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'QAUTREC  AUDIT-FILE OPEN FAILED '
                         WS-AUDIT-STATUS
                 SET OPEN-FAILED          TO TRUE
              END-IF
           END-IF

           IF OPEN-FAILED
              MOVE 8                      TO RETURN-CODE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LOAD ONE QAUTHF ENTRY - NOTHING USED YET, NO GRANT
      *    *************************************************************
       BA-LOAD-QAUTH-ENTRY SECTION.
           READ QAUTH-FILE NEXT
              AT END
                 SET END-OF-FILE          TO TRUE
              NOT AT END
                 ADD 1                    TO WS-QAUTH-COUNT
                 IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                    ADD 1                 TO WS-OVERFLOW-COUNT
                 ELSE
                    ADD 1                 TO WS-ENTRY-COUNT
                    SET TB-QA-IX          TO WS-ENTRY-COUNT
                    MOVE QAUTH-KEY        TO TB-QA-KEY (TB-QA-IX)
                    MOVE QAUTH-ALLOW-READQ TO TB-QA-ALLOW (TB-QA-IX, 1)
                    MOVE QAUTH-ALLOW-WRITE TO TB-QA-ALLOW (TB-QA-IX, 2)
                    MOVE QAUTH-ALLOW-PEEK  TO TB-QA-ALLOW (TB-QA-IX, 3)
                    MOVE QAUTH-ALLOW-PURGE TO TB-QA-ALLOW (TB-QA-IX, 4)
                    MOVE QAUTH-ALLOW-MOVE  TO TB-QA-ALLOW (TB-QA-IX, 5)
                    PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                              UNTIL WS-FUNC-IX > 5
                       MOVE SPACES TO TB-QA-LAST-USED (TB-QA-IX,
                                                       WS-FUNC-IX)
                       MOVE 'N'    TO TB-QA-DORMANT (TB-QA-IX,
                                                     WS-FUNC-IX)
                    END-PERFORM
                    MOVE SPACES           TO TB-QA-GRANT-DATE (TB-QA-IX)
                    MOVE 'N'              TO TB-QA-PENDING (TB-QA-IX)
                 END-IF
           END-READ
           IF WS-QAUTH-STATUS NOT = '00'
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  NOTE ONE PENDCHG RECORD - A QAUTHF CHANGE STILL WAITING
      *    ***  BLOCKS A NEW PROPOSAL, AN APPROVED ADD/UPD GIVES THE
      *    ***  DATE THE ENTRY WAS LAST GRANTED
      *    *************************************************************
       BB-NOTE-PENDING-CHANGE SECTION.
           READ PEND-FILE NEXT
              AT END
                 SET END-OF-FILE          TO TRUE
              NOT AT END
                 ADD 1                    TO WS-PEND-READ-COUNT
                 IF PEND-TARGET-QAUTH
                    SET TB-QA-IX          TO 1
                    SEARCH TB-QA-ENTRY
                       AT END
                          CONTINUE
                       WHEN TB-QA-IX > WS-ENTRY-COUNT
                          CONTINUE
                       WHEN TB-QA-TRAN-CODE (TB-QA-IX) = PEND-TRAN-CODE
                       AND  TB-QA-QUEUE-NAME (TB-QA-IX) =
                            PEND-QUEUE-NAME
                          IF PEND-IS-PENDING
                             MOVE 'Y'     TO TB-QA-PENDING (TB-QA-IX)
                          END-IF
                          IF PEND-IS-APPROVED
                          AND (PEND-ACTION-ADD OR PEND-ACTION-UPD)
                          AND PEND-APP-DATE >
                              TB-QA-GRANT-DATE (TB-QA-IX)
                             MOVE PEND-APP-DATE
                                  TO TB-QA-GRANT-DATE (TB-QA-IX)
                          END-IF
                    END-SEARCH
                 END-IF
           END-READ
           IF WS-PEND-STATUS NOT = '00'
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   READ THE AUDIT HISTORY
      *
      ******************************************************************
       CA-READ-NEXT-ARCHIVE SECTION.
           READ ARCH-FILE INTO HIST-RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-ARCH-READ-COUNT
                  PERFORM CC-MAP-AUDIT-RECORD
           END-READ
           CONTINUE.
      *
       CB-READ-NEXT-AUDIT SECTION.
           READ AUDIT-FILE INTO HIST-RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-READ-COUNT
                  PERFORM CC-MAP-AUDIT-RECORD
           END-READ
           CONTINUE.
      *    *************************************************************
      *    ***  MAP THE AUDITED FUNCTION TO THE QAUTHF PERMISSION THAT
      *    ***  GOVERNS IT AND THE TRAN CODE IT RAN UNDER. EVERY
      *    ***  RECORD ALSO WIDENS THE HISTORY WINDOW
      *    *************************************************************
       CC-MAP-AUDIT-RECORD SECTION.
           IF HIST-DATE-YYMMDD NUMERIC
              IF HIST-DATE-YYMMDD < WS-OLDEST-DATE
                 MOVE HIST-DATE-YYMMDD    TO WS-OLDEST-DATE
              END-IF
              IF HIST-DATE-YYMMDD > WS-NEWEST-DATE
                 MOVE HIST-DATE-YYMMDD    TO WS-NEWEST-DATE
              END-IF
           END-IF

           MOVE ZERO                      TO WS-HIST-FUNC-IX
           MOVE HIST-DETAIL-TRAN-CODE     TO WS-HIST-TRAN-CODE
           EVALUATE HIST-FUNCTION
              WHEN 'READQ'
              WHEN 'WAITQ'
              WHEN 'GETID'
              WHEN 'GETCO'
                 MOVE 1                   TO WS-HIST-FUNC-IX
              WHEN 'WRITE'
              WHEN 'SENDR'
              WHEN 'SENDT'
              WHEN 'SCHED'
                 MOVE 2                   TO WS-HIST-FUNC-IX
              WHEN 'PEEK '
              WHEN 'PEKID'
              WHEN 'PEKCO'
                 MOVE 3                   TO WS-HIST-FUNC-IX
              WHEN 'PURGE'
                 MOVE 4                   TO WS-HIST-FUNC-IX
              WHEN 'MOVE '
                 MOVE 5                   TO WS-HIST-FUNC-IX
              WHEN 'UNLD '
                 MOVE 'MQUNLD'            TO WS-HIST-TRAN-CODE
                 IF HIST-UNLD-MODE = 'DEST'
                    MOVE 4                TO WS-HIST-FUNC-IX
                 ELSE
                    MOVE 3                TO WS-HIST-FUNC-IX
                 END-IF
              WHEN 'RELD '
                 MOVE 'MQRELD'            TO WS-HIST-TRAN-CODE
                 MOVE 2                   TO WS-HIST-FUNC-IX
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-HIST-FUNC-IX > ZERO
           AND HIST-DATE-YYMMDD NUMERIC
              ADD 1                       TO WS-USE-COUNT
              PERFORM CD-NOTE-USE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  NOTE THE USE ON THE ENTRY FOR THE TRAN CODE AND QUEUE -
      *    ***  WITHOUT A TRAN CODE, ON EVERY ENTRY FOR THE QUEUE
      *    *************************************************************
       CD-NOTE-USE SECTION.
           IF WS-HIST-TRAN-CODE = SPACES
              PERFORM VARYING TB-QA-IX FROM 1 BY 1
                        UNTIL TB-QA-IX > WS-ENTRY-COUNT
                 IF TB-QA-QUEUE-NAME (TB-QA-IX) = HIST-QUEUE-NAME
                    PERFORM CE-NOTE-USE-ON-ENTRY
                 END-IF
              END-PERFORM
           ELSE
              SET TB-QA-IX                TO 1
              SEARCH TB-QA-ENTRY
                 AT END
                    CONTINUE
                 WHEN TB-QA-IX > WS-ENTRY-COUNT
                    CONTINUE
                 WHEN TB-QA-TRAN-CODE (TB-QA-IX) = WS-HIST-TRAN-CODE
                 AND  TB-QA-QUEUE-NAME (TB-QA-IX) = HIST-QUEUE-NAME
                    PERFORM CE-NOTE-USE-ON-ENTRY
              END-SEARCH
           END-IF
           CONTINUE.
      *
       CE-NOTE-USE-ON-ENTRY SECTION.
           IF TB-QA-LAST-USED (TB-QA-IX, WS-HIST-FUNC-IX) = SPACES
           OR HIST-DATE-YYMMDD >
              TB-QA-LAST-USED (TB-QA-IX, WS-HIST-FUNC-IX)
              MOVE HIST-DATE-YYMMDD
                   TO TB-QA-LAST-USED (TB-QA-IX, WS-HIST-FUNC-IX)
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  COMPUTE A DAY NUMBER FROM A YYMMDD DATE SO DATE
      *       ***  ARITHMETIC SURVIVES MONTH AND YEAR BOUNDARIES
      *       **********************************************************
       CF-COMPUTE-DAY-NUMBER SECTION.
           IF WS-DN-YYMMDD NOT NUMERIC
              MOVE ZERO                  TO WS-DN-RESULT
           ELSE
              COMPUTE WS-DN-DATE-IN = 20000000 + WS-DN-YYMMDD-N
              IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
                 MOVE ZERO               TO WS-DN-RESULT
              ELSE
                 COMPUTE WS-DN-LEAPS = (WS-DN-YEAR - 1) / 4
                 COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
                                        + WS-DN-LEAPS
                                        + TB-CUM-DAYS (WS-DN-MONTH)
                                        + WS-DN-DAY
                 DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAPS
                        REMAINDER WS-DN-REM
                 IF WS-DN-REM = ZERO AND WS-DN-MONTH > 2
                    ADD 1                TO WS-DN-RESULT
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   RECERTIFY EVERY ENTRY AND PROPOSE THE REVOCATIONS
      *
      ******************************************************************
       D-RECERTIFY-ENTRIES SECTION.
      *    THE HISTORY MUST REACH BACK THE DORMANT DAYS BEFORE AN
      *    UNUSED PERMISSION CAN BE CALLED DORMANT
           MOVE ZERO                      TO WS-HISTORY-DAYS
           IF WS-OLDEST-DATE NUMERIC
              MOVE WS-OLDEST-DATE         TO WS-DN-YYMMDD
              PERFORM CF-COMPUTE-DAY-NUMBER
              IF WS-DN-RESULT > ZERO
                 COMPUTE WS-HISTORY-DAYS = WS-RUN-DAYNUM - WS-DN-RESULT
              END-IF
           END-IF
           IF WS-HISTORY-DAYS < WS-DORMANT-DAYS
              SET PROPOSALS-SUPPRESSED    TO TRUE
           END-IF

           IF WS-OLDEST-DATE NUMERIC
              DISPLAY 'AUDIT HISTORY FROM ' WS-OLDEST-DATE
                      ' TO ' WS-NEWEST-DATE ' - ' WS-HISTORY-DAYS
                      ' DAYS'
           ELSE
              DISPLAY 'NO AUDIT HISTORY READ'
           END-IF
           IF PROPOSALS-SUPPRESSED
              DISPLAY '*** HISTORY SHORTER THAN THE DORMANT DAYS - '
                      'NO PROPOSALS WRITTEN ***'
           END-IF
           DISPLAY '--------------------------------------------'
           DISPLAY 'TRANCODE QUEUE NAME' ' RESULT'
           DISPLAY '--------------------------------------------'

      *    ONE CHANGE ID SERIES FOR THE WHOLE RUN
           ACCEPT WS-DATE                 FROM DATE
           ACCEPT WS-TIME                 FROM TIME
           MOVE WS-DATE                   TO WS-NEXT-ID-DATE
           MOVE WS-TIM                    TO WS-NEXT-ID-HH
           MOVE WS-MIN                    TO WS-NEXT-ID-MM
           MOVE WS-SEC                    TO WS-NEXT-ID-SS
           MOVE ZERO                      TO WS-NEXT-ID-SEQ

           PERFORM DA-RECERTIFY-ONE-ENTRY
                   VARYING TB-QA-IX FROM 1 BY 1
                     UNTIL TB-QA-IX > WS-ENTRY-COUNT
           CONTINUE.
      *    *************************************************************
      *    ***  RECERTIFY ONE ENTRY - EVERY ALLOWED PERMISSION NOT USED
      *    ***  FOR THE DORMANT DAYS IS DORMANT, UNLESS THE ENTRY WAS
      *    ***  GRANTED WITHIN THEM
      *    *************************************************************
       DA-RECERTIFY-ONE-ENTRY SECTION.
           MOVE ZERO                      TO WS-ALLOWED-COUNT
                                             WS-DORMANT-COUNT
           MOVE 'N'                       TO SW-RECENT-GRANT
           IF TB-QA-GRANT-DATE (TB-QA-IX) NOT = SPACES
              MOVE TB-QA-GRANT-DATE (TB-QA-IX) TO WS-DN-YYMMDD
              PERFORM CF-COMPUTE-DAY-NUMBER
              MOVE WS-DN-RESULT           TO WS-GRANT-DAYNUM
              COMPUTE WS-GRANT-AGE = WS-RUN-DAYNUM - WS-GRANT-DAYNUM
              IF WS-GRANT-DAYNUM > ZERO
              AND WS-GRANT-AGE NOT > WS-DORMANT-DAYS
                 SET RECENT-GRANT         TO TRUE
              END-IF
           END-IF

           PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                     UNTIL WS-FUNC-IX > 5
              IF TB-QA-ALLOW (TB-QA-IX, WS-FUNC-IX) = 'Y'
                 ADD 1                    TO WS-ALLOWED-COUNT
                 MOVE ZERO                TO WS-USED-DAYNUM
                 IF TB-QA-LAST-USED (TB-QA-IX, WS-FUNC-IX) NOT = SPACES
                    MOVE TB-QA-LAST-USED (TB-QA-IX, WS-FUNC-IX)
                                          TO WS-DN-YYMMDD
                    PERFORM CF-COMPUTE-DAY-NUMBER
                    MOVE WS-DN-RESULT     TO WS-USED-DAYNUM
                 END-IF
                 IF WS-USED-DAYNUM = ZERO
                    MOVE WS-HISTORY-DAYS  TO WS-USED-AGE
                 ELSE
                    COMPUTE WS-USED-AGE = WS-RUN-DAYNUM - WS-USED-DAYNUM
                 END-IF
                 IF NOT RECENT-GRANT
                 AND (WS-USED-DAYNUM = ZERO
                  OR  WS-USED-AGE > WS-DORMANT-DAYS)
                    MOVE 'Y' TO TB-QA-DORMANT (TB-QA-IX, WS-FUNC-IX)
                    ADD 1                 TO WS-DORMANT-COUNT
                 END-IF
              END-IF
           END-PERFORM

      *    ALL OF IT DORMANT (OR NOTHING ALLOWED AT ALL) PROPOSES
      *    REMOVING THE ENTRY, PART OF IT TURNING THOSE FLAGS OFF
           MOVE SPACES                    TO WS-PROPOSED-ACTION
           EVALUATE TRUE
              WHEN RECENT-GRANT
                 MOVE 'GRANTED WITHIN DORMANT DAYS' TO WS-ENTRY-RESULT
                 ADD 1                    TO WS-SKIP-GRANT-COUNT
              WHEN WS-DORMANT-COUNT = ZERO
               AND WS-ALLOWED-COUNT > ZERO
                 MOVE 'IN USE'            TO WS-ENTRY-RESULT
                 ADD 1                    TO WS-IN-USE-COUNT
              WHEN OTHER
                 ADD 1                    TO WS-DORMANT-ENTRY-COUNT
                 IF WS-DORMANT-COUNT = WS-ALLOWED-COUNT
                    MOVE 'DEL'            TO WS-PROPOSED-ACTION
                 ELSE
                    MOVE 'UPD'            TO WS-PROPOSED-ACTION
                 END-IF
                 EVALUATE TRUE
                    WHEN TB-QA-PENDING (TB-QA-IX) = 'Y'
                       MOVE 'DORMANT - CHANGE PENDING'
                                          TO WS-ENTRY-RESULT
                       ADD 1              TO WS-SKIP-PENDING-COUNT
                    WHEN PROPOSALS-SUPPRESSED
                       STRING 'DORMANT - ' WS-PROPOSED-ACTION
                              ' NOT PROPOSED' DELIMITED BY SIZE
                              INTO WS-ENTRY-RESULT
                       END-STRING
                    WHEN OTHER
                       PERFORM DP-WRITE-PENDING-CHANGE
                 END-EVALUATE
           END-EVALUATE

           MOVE TB-QA-TRAN-CODE (TB-QA-IX) TO RPT-ENTRY-TRAN-CODE
           MOVE TB-QA-QUEUE-NAME (TB-QA-IX) TO RPT-ENTRY-QUEUE
           MOVE WS-ENTRY-RESULT           TO RPT-ENTRY-RESULT
           DISPLAY RPT-ENTRY-LINE
           PERFORM DB-PRINT-ONE-FUNCTION
                   VARYING WS-FUNC-IX FROM 1 BY 1
                     UNTIL WS-FUNC-IX > 5
           CONTINUE.
      *    *************************************************************
      *    ***  PRINT THE LAST USE OF ONE ALLOWED PERMISSION
      *    *************************************************************
       DB-PRINT-ONE-FUNCTION SECTION.
           IF TB-QA-ALLOW (TB-QA-IX, WS-FUNC-IX) = 'Y'
              MOVE TB-FUNCTION-NAME (WS-FUNC-IX) TO RPT-FUNC-NAME
              IF TB-QA-LAST-USED (TB-QA-IX, WS-FUNC-IX) = SPACES
                 MOVE 'NEVER '            TO RPT-FUNC-LAST-USED
                 MOVE SPACES              TO RPT-FUNC-AGE-X
              ELSE
                 MOVE TB-QA-LAST-USED (TB-QA-IX, WS-FUNC-IX)
                                          TO RPT-FUNC-LAST-USED
                                             WS-DN-YYMMDD
                 PERFORM CF-COMPUTE-DAY-NUMBER
                 COMPUTE RPT-FUNC-AGE = WS-RUN-DAYNUM - WS-DN-RESULT
              END-IF
              IF TB-QA-DORMANT (TB-QA-IX, WS-FUNC-IX) = 'Y'
                 MOVE 'DORMANT'           TO RPT-FUNC-FLAG
              ELSE
                 MOVE SPACES              TO RPT-FUNC-FLAG
              END-IF
              DISPLAY RPT-FUNC-LINE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE THE REVOKE PROPOSAL TO PENDCHG FOR APPROVAL IN
      *    ***  QAUTAPP - UPD CARRIES THE FLAGS WITH THE DORMANT ONES
      *    ***  OFF, DEL THE FLAGS BEING REVOKED
      *    *************************************************************
       DP-WRITE-PENDING-CHANGE SECTION.
           MOVE SPACES                    TO PEND-RECORD
           MOVE WS-PROPOSED-ACTION        TO PEND-ACTION
           MOVE TB-QA-TRAN-CODE (TB-QA-IX) TO PEND-TRAN-CODE
           MOVE TB-QA-QUEUE-NAME (TB-QA-IX) TO PEND-QUEUE-NAME
           MOVE TB-QA-ALLOW (TB-QA-IX, 1) TO PEND-ALLOW-READQ
           MOVE TB-QA-ALLOW (TB-QA-IX, 2) TO PEND-ALLOW-WRITE
           MOVE TB-QA-ALLOW (TB-QA-IX, 3) TO PEND-ALLOW-PEEK
           MOVE TB-QA-ALLOW (TB-QA-IX, 4) TO PEND-ALLOW-PURGE
           MOVE TB-QA-ALLOW (TB-QA-IX, 5) TO PEND-ALLOW-MOVE
           IF PEND-ACTION-UPD
              IF TB-QA-DORMANT (TB-QA-IX, 1) = 'Y'
                 MOVE 'N'                 TO PEND-ALLOW-READQ
              END-IF
              IF TB-QA-DORMANT (TB-QA-IX, 2) = 'Y'
                 MOVE 'N'                 TO PEND-ALLOW-WRITE
              END-IF
              IF TB-QA-DORMANT (TB-QA-IX, 3) = 'Y'
                 MOVE 'N'                 TO PEND-ALLOW-PEEK
              END-IF
              IF TB-QA-DORMANT (TB-QA-IX, 4) = 'Y'
                 MOVE 'N'                 TO PEND-ALLOW-PURGE
              END-IF
              IF TB-QA-DORMANT (TB-QA-IX, 5) = 'Y'
                 MOVE 'N'                 TO PEND-ALLOW-MOVE
              END-IF
           END-IF
           MOVE 'Q'                       TO PEND-TARGET
           MOVE 'P'                       TO PEND-STATUS
           MOVE 'QAUTREC'                 TO PEND-REQUESTER
           ACCEPT WS-DATE                 FROM DATE
           ACCEPT WS-TIME                 FROM TIME
           MOVE WS-DATE                   TO PEND-REQ-DATE
           MOVE WS-TIME                   TO PEND-REQ-TIME

      *    A DUPLICATE KEY (AN ONLINE REQUEST IN THE SAME SECOND)
      *    STEPS TO THE NEXT FREE ID AND RETRIES
           MOVE ZERO                      TO WS-PEND-TRIES
           MOVE SPACES                    TO WS-PEND-STATUS
           PERFORM UNTIL WS-PEND-STATUS = '00'
                         OR WS-PEND-TRIES >= WS-MAX-PEND-TRIES
              ADD 1                       TO WS-PEND-TRIES
              MOVE WS-NEXT-ID-DATE        TO PEND-ID-DATE
              MOVE WS-NEXT-ID-TIME        TO PEND-ID-TIME
              MOVE WS-NEXT-ID-SEQ         TO PEND-ID-SEQ
              WRITE PEND-RECORD
              PERFORM DQ-STEP-PENDING-ID
              IF WS-PEND-STATUS NOT = '00'
              AND WS-PEND-STATUS NOT = '22'
                 DISPLAY 'QAUTREC  PEND WRITE FAILED ' WS-PEND-STATUS
                 MOVE WS-MAX-PEND-TRIES   TO WS-PEND-TRIES
              END-IF
           END-PERFORM

           IF WS-PEND-STATUS = '00'
              IF PEND-ACTION-DEL
                 ADD 1                    TO WS-DEL-COUNT
              ELSE
                 ADD 1                    TO WS-UPD-COUNT
              END-IF
              MOVE SPACES                 TO WS-ENTRY-RESULT
              STRING 'DORMANT - ' PEND-ACTION ' ID ' PEND-ID
                 DELIMITED BY SIZE INTO WS-ENTRY-RESULT
              END-STRING
           ELSE
              ADD 1                       TO WS-WRITE-FAIL-COUNT
              MOVE 'DORMANT - WRITE FAILED'
                                          TO WS-ENTRY-RESULT
           END-IF

           PERFORM DI-WRITE-AUDIT-RECORD
           CONTINUE.
      *    *************************************************************
      *    ***  STEP THE CHANGE ID - SEQUENCE FIRST, THEN A SECOND
      *    *************************************************************
       DQ-STEP-PENDING-ID SECTION.
           IF WS-NEXT-ID-SEQ < 99
              ADD 1                       TO WS-NEXT-ID-SEQ
           ELSE
              MOVE ZERO                   TO WS-NEXT-ID-SEQ
              ADD 1                       TO WS-NEXT-ID-SS
              IF WS-NEXT-ID-SS > 59
                 MOVE ZERO                TO WS-NEXT-ID-SS
                 ADD 1                    TO WS-NEXT-ID-MM
                 IF WS-NEXT-ID-MM > 59
                    MOVE ZERO             TO WS-NEXT-ID-MM
                    ADD 1                 TO WS-NEXT-ID-HH
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE AUDIT TRAIL RECORD FOR A REVOKE PROPOSAL
      *    *************************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES                    TO AUDIT-RECORD
           MOVE TB-QA-QUEUE-NAME (TB-QA-IX) TO AUDIT-QUEUE-NAME
           MOVE 'QAUTREC'                 TO AUDIT-USERID
           MOVE WS-DATE                   TO AUDIT-DATE
           MOVE WS-TIME                   TO AUDIT-TIME
           MOVE 'RCERT'                   TO AUDIT-FUNCTION
           MOVE ZERO                      TO AUDIT-MSG-LENGTH
                                             AUDIT-COMPCODE
                                             AUDIT-REASON
           IF WS-PEND-STATUS = '00'
              MOVE 'OK'                   TO AUDIT-STATUS
           ELSE
              MOVE 'NOK'                  TO AUDIT-STATUS
           END-IF
           STRING 'ID ' PEND-ID DELIMITED BY SIZE
              INTO AUDIT-DETAIL
           END-STRING

           MOVE 'A'                       TO LOGM-TYPE
           MOVE AUDIT-RECORD              TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      ******************************************************************
      *
      *    E   PRINT TOTALS
      *
      ******************************************************************
       E-PRINT-TOTALS SECTION.
           DISPLAY '============================================'
           DISPLAY 'QAUTHF ENTRIES READ         : ' WS-QAUTH-COUNT
           IF WS-OVERFLOW-COUNT > ZERO
              DISPLAY 'NOT RECERTIFIED - TABLE FULL: '
                      WS-OVERFLOW-COUNT
           END-IF
           DISPLAY 'PENDCHG RECORDS READ        : ' WS-PEND-READ-COUNT
           DISPLAY 'ARCHIVE AUDIT RECORDS READ  : ' WS-ARCH-READ-COUNT
           DISPLAY 'LIVE AUDIT RECORDS READ     : ' WS-AUDIT-READ-COUNT
           DISPLAY 'PERMISSION USES FOUND       : ' WS-USE-COUNT
           DISPLAY 'ENTRIES IN USE              : ' WS-IN-USE-COUNT
           DISPLAY 'ENTRIES GRANTED RECENTLY    : ' WS-SKIP-GRANT-COUNT
           DISPLAY 'ENTRIES DORMANT             : '
                   WS-DORMANT-ENTRY-COUNT
           DISPLAY '  CHANGE ALREADY PENDING    : '
                   WS-SKIP-PENDING-COUNT
           DISPLAY '  UPD PROPOSED              : ' WS-UPD-COUNT
           DISPLAY '  DEL PROPOSED              : ' WS-DEL-COUNT
           DISPLAY '  PROPOSAL WRITE FAILED     : ' WS-WRITE-FAIL-COUNT
           DISPLAY '============================================'

           IF WS-UPD-COUNT > ZERO
           OR WS-DEL-COUNT > ZERO
           OR WS-WRITE-FAIL-COUNT > ZERO
              MOVE 4                      TO RETURN-CODE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           CLOSE PEND-FILE
           CLOSE ARCH-FILE
           CLOSE AUDIT-FILE

           GOBACK.
