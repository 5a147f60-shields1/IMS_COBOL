      *                INPUT (THE JCL CONCATENATES AS MANY AUDARCH
      *                GENERATIONS AS THE QUESTION NEEDS), SELECTS
      *                ON ANY COMBINATION OF QUEUE NAME, USERID,
      *                DATE RANGE, FUNCTION, MQ REASON CODE AND MQMD
      *                MESSAGE ID GIVEN ON SYSIN, AND PRINTS THE
      *                MATCHING AUDIT RECORDS WITH TOTALS - SO 'WHAT
      *                HAPPENED TO THIS QUEUE THREE WEEKS AGO' IS
      *                ANSWERED FROM THE ARCHIVES WITHOUT A
      *                HAND-WRITTEN ONE-OFF JOB OR A DATASET RESTORE.
      *
      *    INPUT       SEVEN SYSIN LINES, ANY OF WHICH MAY BE BLANK
      *                (A BLANK LINE MEANS NO FILTER ON THAT FIELD):
      *                LINE 1 - QUEUE NAME        (48 CHARS)
      *                LINE 2 - USERID            (8 CHARS)
      *                LINE 4 - TO DATE YYMMDD    (6 DIGITS)
      *                LINE 5 - FUNCTION          (5 CHARS)
      *                LINE 6 - MQ REASON CODE    (9 DIGITS)
      *                LINE 7 - MQMD MESSAGE ID   (24 BYTES AS
      *                         STORED, AS TYPED FOR IMSMQ01 GETID)
      *
      *    CODED       2026-09-02
      *
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       AUDIT RECORD WIDENED TO 176 BYTES - THE
      *                      MQMD MESSAGE ID AND CORRELATION ID ARE
      *                      CARRIED ON THE END. A SEVENTH SYSIN
      *                      LINE SELECTS ON THE MESSAGE ID SO ONE
      *                      PARTNER MESSAGE CAN BE TRACED THROUGH
      *                      THE ARCHIVE GENERATIONS
      *
      *    261015   IS       AUDIT RECORD LAYOUT FOLLOWS THE 200-BYTE
      *                      AUDITLOG - THE PUT PROPERTIES ON THE END
      *
      ******************************************************************
      ******************************************************************
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 FILLER                      PIC X(20).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
           05 FILLER                      PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
       01  WS-CRIT-REASON-NUM REDEFINES WS-CRIT-REASON-X
                                          PIC 9(09).
       01  WS-CRIT-REASON                 PIC S9(09)  VALUE ZERO.
       01  WS-CRIT-MSGID                  PIC X(24)   VALUE SPACES.
       01  SW-REASON-FILTER               PIC X(01)   VALUE 'N'.
           88 REASON-FILTER-ON                        VALUE 'Y'.
      ******************************************************************
           .
      ******************************************************************
      *
      *    B   INITIALIZATION - READ THE SEVEN CRITERIA LINES
      *
      ******************************************************************
       B-INITIATION SECTION.
           ACCEPT WS-CRIT-TO-DATE
           ACCEPT WS-CRIT-FUNCTION
           ACCEPT WS-CRIT-REASON-X
           ACCEPT WS-CRIT-MSGID

           IF WS-CRIT-FROM-DATE NOT NUMERIC
              MOVE SPACES                 TO WS-CRIT-FROM-DATE
           DISPLAY 'TO DATE         : ' WS-CRIT-TO-DATE
           DISPLAY 'FUNCTION FILTER : ' WS-CRIT-FUNCTION
           DISPLAY 'REASON FILTER   : ' WS-CRIT-REASON-X
           DISPLAY 'MSGID FILTER    : ' WS-CRIT-MSGID
           DISPLAY '--------------------------------------------'

           OPEN INPUT ARCH-FILE
           AND AUDIT-REASON NOT = WS-CRIT-REASON
              MOVE 'N' TO WS-MATCH-SWITCH
           END-IF
           IF WS-CRIT-MSGID NOT = SPACES
           AND AUDIT-MSGID NOT = WS-CRIT-MSGID
              MOVE 'N' TO WS-MATCH-SWITCH
           END-IF

           IF RECORD-MATCHES
              ADD 1                  TO WS-MATCH-COUNT
