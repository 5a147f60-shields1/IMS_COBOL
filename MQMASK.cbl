       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQMASK.
      ******************************************************************
      *
      *    MODULE      MQMASK
      *                SUBPROGRAM
      *                PAYLOAD MASKING SERVICE. CALLED WITH THE
      *                MASKPARM AREA AND THE MESSAGE BUFFER BY EVERY
      *                ONLINE PROGRAM THAT SHOWS MESSAGE CONTENT TO AN
      *                OPERATOR (IMSMQ01, MQERRRQ) JUST BEFORE IT IS
      *                DISPLAYED. READS THE ACTIVE MQMASKF RULES FOR
      *                THE QUEUE AND MASKS EACH FIELD IN PLACE - FULL,
      *                OR ALL BUT THE LAST 4 CHARACTERS. A TRAN CODE
      *                OR USERID GRANTED AN UNMASKED VIEW IN UNMASKF
      *                SEES THE CONTENT IN CLEAR, AND THAT VIEW IS
      *                WRITTEN TO THE AUDIT TRAIL (UNMSK). A RULE FILE
      *                THAT CANNOT BE READ MASKS EVERYTHING - THE
      *                SERVICE NEVER FAILS OPEN. THE FILES ARE OPENED
      *                AND CLOSED PER CALL, LIKE MQPUTPR, SO A RULE
      *                CHANGE IS SEEN BY THE NEXT DISPLAY.
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
      *    B     = LOAD THE ACTIVE RULES FOR THE QUEUE
      *     BA   = READ THE NEXT RULE
      *    C     = CHECK FOR AN UNMASKED VIEW GRANT (UNMASKF)
      *     CA   = READ ONE GRANT RECORD
      *    D     = APPLY ONE MASKING RULE
      *     DA   = LOCATE THE NTH DELIMITED FIELD
      *    E     = MASK THE WHOLE USED LENGTH
      *    F     = WRITE THE UNMASKED VIEW AUDIT RECORD
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-FILE         ASSIGN TO MQMASKF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS MASK-KEY
                                     FILE STATUS IS WS-MASK-STATUS.
           SELECT UNMK-FILE         ASSIGN TO UNMASKF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS UNMK-KEY
                                     FILE STATUS IS WS-UNMK-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  MASK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASKREC.
      *
       FD  UNMK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNMKREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQMASK START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-MASK-STATUS                 PIC XX      VALUE SPACES.
       01  WS-UNMK-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    THE ACTIVE RULES OF THE QUEUE - LOADED BEFORE THE GRANT IS
      *    LOOKED AT, SO A QUEUE WITHOUT RULES NEVER AUDITS A VIEW
      ******************************************************************
       01  WS-RULE-COUNT                  PIC 9(03)   VALUE ZERO.
       01  WS-RULE-MAX                    PIC 9(03)   VALUE 50.
       01  TB-RULES.
           05  TB-RULE-ENTRY OCCURS 50 TIMES
                             INDEXED BY TB-RULE-IX.
               10  TB-RULE-TYPE           PIC X(01).
               10  TB-RULE-OFFSET         PIC 9(04).
               10  TB-RULE-LENGTH         PIC 9(04).
               10  TB-RULE-DELIMITER      PIC X(01).
               10  TB-RULE-FIELD-NUMBER   PIC 9(03).
               10  TB-RULE-STYLE          PIC X(01).
               10  TB-RULE-CHAR           PIC X(01).
      ******************************************************************
      *    WORK FIELDS
      ******************************************************************
       01  WS-FIELD-START                 PIC 9(05)   COMP VALUE ZERO.
       01  WS-FIELD-END                   PIC 9(05)   COMP VALUE ZERO.
       01  WS-FIELD-LEN                   PIC 9(05)   COMP VALUE ZERO.
       01  WS-FIELD-NUM                   PIC 9(05)   COMP VALUE ZERO.
       01  WS-SCAN-POS                    PIC 9(05)   COMP VALUE ZERO.
       01  WS-MASK-LEN                    PIC 9(05)   COMP VALUE ZERO.
       01  WS-KEEP-LEN                    PIC 9(05)   COMP VALUE 4.
       01  WS-MASK-CHAR                   PIC X(01)   VALUE '*'.
       01  WS-DEFAULT-MASK-CHAR           PIC X(01)   VALUE '*'.
       01  WS-GRANT-KIND                  PIC X(01)   VALUE SPACES.
      ******************************************************************
      *    AUDIT TRAIL - THE RECORD IS BUILT HERE AND HANDED TO THE
      *    CENTRAL LOGGING SERVICE (MQLOGSV) FOR THE MQLOGWR LOGGER
      *    TO APPEND - NO SHARED OPEN EXTEND IN THE CALLER'S REGION
      ******************************************************************
       01  WS-AUDIT-DATE                  PIC X(06)   VALUE SPACES.
       01  WS-AUDIT-TIME                  PIC X(08)   VALUE SPACES.
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
      *
           COPY LOGQREC.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-RULE-EOF                 PIC X     VALUE 'N'.
             88 RULE-END-OF-FILE                    VALUE 'Y'.
           05 SW-GRANT                    PIC X     VALUE 'N'.
             88 UNMASKED-VIEW-GRANTED               VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQMASK END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
           COPY MASKPARM.
      *
       01  MASK-MSG-BUFF                  PIC X(32768).
      *
       PROCEDURE DIVISION USING MASK-PARM
                                MASK-MSG-BUFF.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
           SET MASK-NO-RULES               TO TRUE
           MOVE ZERO                       TO MASK-RULES-APPLIED
           MOVE ZERO                       TO WS-RULE-COUNT
           MOVE 'N'                        TO SW-GRANT

           IF MASK-USED-LEN > LENGTH OF MASK-MSG-BUFF
              MOVE LENGTH OF MASK-MSG-BUFF TO MASK-USED-LEN
           END-IF

      *    NO MQMASKF AT ALL (STATUS 35) IS THE SAME AS NO RULES FOR
      *    THE QUEUE. ANY OTHER FAILURE MASKS THE WHOLE CONTENT
           OPEN INPUT MASK-FILE
           EVALUATE WS-MASK-STATUS
              WHEN '00'
                 PERFORM B-LOAD-QUEUE-RULES
                 CLOSE MASK-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MQMASK   MASK-FILE OPEN FAILED '
                         WS-MASK-STATUS
                 PERFORM E-MASK-WHOLE-CONTENT
           END-EVALUATE

           IF WS-RULE-COUNT > ZERO
           AND NOT MASK-FILE-FAILED
              PERFORM C-CHECK-UNMASK-GRANT
              IF UNMASKED-VIEW-GRANTED
                 SET MASK-SHOWN-UNMASKED   TO TRUE
                 PERFORM F-WRITE-AUDIT-RECORD
              ELSE
                 SET MASK-APPLIED          TO TRUE
                 PERFORM D-APPLY-ONE-RULE
                    VARYING TB-RULE-IX FROM 1 BY 1
                    UNTIL TB-RULE-IX > WS-RULE-COUNT
              END-IF
           END-IF

           GOBACK.
      ******************************************************************
      *
      *    B   LOAD THE ACTIVE RULES FOR THE QUEUE - AN UNREADABLE
      *        RULE SET MASKS EVERYTHING
      *
      ******************************************************************
       B-LOAD-QUEUE-RULES SECTION.
           MOVE 'N'                        TO SW-RULE-EOF
           MOVE MASK-PARM-QUEUE            TO MASK-QUEUE-NAME
           MOVE ZERO                       TO MASK-RULE-SEQ
           START MASK-FILE KEY NOT < MASK-KEY
              INVALID KEY
                 SET RULE-END-OF-FILE      TO TRUE
           END-START

           PERFORM BA-READ-NEXT-RULE UNTIL RULE-END-OF-FILE
           CONTINUE.
      *
       BA-READ-NEXT-RULE SECTION.
           READ MASK-FILE NEXT
              AT END
                 SET RULE-END-OF-FILE      TO TRUE
              NOT AT END
                 IF MASK-QUEUE-NAME NOT = MASK-PARM-QUEUE
                    SET RULE-END-OF-FILE   TO TRUE
                 ELSE
                    IF MASK-IS-ACTIVE
                       IF WS-RULE-COUNT >= WS-RULE-MAX
                          DISPLAY 'MQMASK   MORE THAN ' WS-RULE-MAX
                                  ' RULES FOR ' MASK-PARM-QUEUE
                          PERFORM E-MASK-WHOLE-CONTENT
                          SET RULE-END-OF-FILE TO TRUE
                       ELSE
                          ADD 1            TO WS-RULE-COUNT
                          SET TB-RULE-IX   TO WS-RULE-COUNT
                          MOVE MASK-FIELD-TYPE
                               TO TB-RULE-TYPE (TB-RULE-IX)
                          MOVE MASK-OFFSET
                               TO TB-RULE-OFFSET (TB-RULE-IX)
                          MOVE MASK-LENGTH
                               TO TB-RULE-LENGTH (TB-RULE-IX)
                          MOVE MASK-DELIMITER
                               TO TB-RULE-DELIMITER (TB-RULE-IX)
                          MOVE MASK-FIELD-NUMBER
                               TO TB-RULE-FIELD-NUMBER (TB-RULE-IX)
                          MOVE MASK-STYLE
                               TO TB-RULE-STYLE (TB-RULE-IX)
                          MOVE MASK-CHAR
                               TO TB-RULE-CHAR (TB-RULE-IX)
                       END-IF
                    END-IF
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE SCAN - AND SINCE THE
      *    RULES MAY BE INCOMPLETE, THE CONTENT IS MASKED WHOLE
           IF WS-MASK-STATUS NOT = '00'
           AND WS-MASK-STATUS NOT = '10'
              DISPLAY 'MQMASK   MASK-FILE READ FAILED ' WS-MASK-STATUS
              PERFORM E-MASK-WHOLE-CONTENT
              SET RULE-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   CHECK FOR AN UNMASKED VIEW GRANT - THE TRAN CODE FIRST,
      *        THEN THE USERID. NO UNMASKF (OR NO RECORD) MEANS THE
      *        MASKING STAYS
      *
      ******************************************************************
       C-CHECK-UNMASK-GRANT SECTION.
           OPEN INPUT UNMK-FILE
           IF WS-UNMK-STATUS = '00'
              MOVE 'T'                     TO UNMK-ID-TYPE
              MOVE MASK-PARM-TRAN-CODE     TO UNMK-ID
              PERFORM CA-READ-GRANT
              IF NOT UNMASKED-VIEW-GRANTED
                 MOVE 'U'                  TO UNMK-ID-TYPE
                 MOVE MASK-PARM-USERID     TO UNMK-ID
                 PERFORM CA-READ-GRANT
              END-IF
              CLOSE UNMK-FILE
           ELSE
              IF WS-UNMK-STATUS NOT = '35'
                 DISPLAY 'MQMASK   UNMK-FILE OPEN FAILED '
                         WS-UNMK-STATUS
              END-IF
           END-IF
           CONTINUE.
      *
       CA-READ-GRANT SECTION.
           IF UNMK-ID NOT = SPACES
              MOVE MASK-PARM-QUEUE         TO UNMK-QUEUE-NAME
              READ UNMK-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF UNMK-UNMASKED-ALLOWED
                       SET UNMASKED-VIEW-GRANTED TO TRUE
                       MOVE UNMK-ID-TYPE   TO WS-GRANT-KIND
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   APPLY ONE MASKING RULE - LOCATE THE FIELD, CLIP IT TO
      *        THE BYTES PRESENT AND OVERWRITE IT WITH THE MASK
      *        CHARACTER. A FIELD THAT IS NOT IN THE MESSAGE IS
      *        SKIPPED
      *
      ******************************************************************
       D-APPLY-ONE-RULE SECTION.
           MOVE ZERO                       TO WS-FIELD-LEN
           EVALUATE TB-RULE-TYPE (TB-RULE-IX)
              WHEN 'F'
                 IF TB-RULE-OFFSET (TB-RULE-IX) > ZERO
                 AND TB-RULE-LENGTH (TB-RULE-IX) > ZERO
                 AND TB-RULE-OFFSET (TB-RULE-IX) <= MASK-USED-LEN
                    MOVE TB-RULE-OFFSET (TB-RULE-IX)
                                           TO WS-FIELD-START
                    COMPUTE WS-FIELD-END = TB-RULE-OFFSET (TB-RULE-IX)
                                         + TB-RULE-LENGTH (TB-RULE-IX)
                                         - 1
                    IF WS-FIELD-END > MASK-USED-LEN
                       MOVE MASK-USED-LEN  TO WS-FIELD-END
                    END-IF
                    COMPUTE WS-FIELD-LEN = WS-FIELD-END
                                         - WS-FIELD-START + 1
                 END-IF
              WHEN 'D'
                 IF TB-RULE-FIELD-NUMBER (TB-RULE-IX) > ZERO
                    PERFORM DA-LOCATE-DELIMITED-FIELD
                 END-IF
              WHEN OTHER
      *          A RULE THAT CANNOT BE UNDERSTOOD MASKS EVERYTHING
                 DISPLAY 'MQMASK   BAD FIELD TYPE '
                         TB-RULE-TYPE (TB-RULE-IX) ' FOR '
                         MASK-PARM-QUEUE
                 PERFORM E-MASK-WHOLE-CONTENT
           END-EVALUATE

           IF WS-FIELD-LEN > ZERO
           AND NOT MASK-FILE-FAILED
              MOVE WS-FIELD-LEN            TO WS-MASK-LEN
              IF TB-RULE-STYLE (TB-RULE-IX) = 'L'
              AND WS-FIELD-LEN > WS-KEEP-LEN
                 SUBTRACT WS-KEEP-LEN      FROM WS-MASK-LEN
              END-IF
              MOVE WS-DEFAULT-MASK-CHAR    TO WS-MASK-CHAR
              IF TB-RULE-CHAR (TB-RULE-IX) NOT = SPACE
                 MOVE TB-RULE-CHAR (TB-RULE-IX) TO WS-MASK-CHAR
              END-IF
              INSPECT MASK-MSG-BUFF (WS-FIELD-START : WS-MASK-LEN)
                 REPLACING CHARACTERS BY WS-MASK-CHAR
              ADD 1                        TO MASK-RULES-APPLIED
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    DA  LOCATE THE NTH DELIMITED FIELD - WALK THE MESSAGE
      *        COUNTING DELIMITERS, AS MQRULEX DOES FOR A MAPPING.
      *        THE LAST FIELD HAS NO CLOSING DELIMITER AND RUNS TO
      *        THE USED LENGTH
      *
      ******************************************************************
       DA-LOCATE-DELIMITED-FIELD SECTION.
           MOVE 1                          TO WS-FIELD-NUM
           MOVE 1                          TO WS-FIELD-START
           MOVE ZERO                       TO WS-FIELD-END
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > MASK-USED-LEN
                   OR WS-FIELD-NUM > TB-RULE-FIELD-NUMBER (TB-RULE-IX)
              IF MASK-MSG-BUFF (WS-SCAN-POS : 1)
                 = TB-RULE-DELIMITER (TB-RULE-IX)
                 IF WS-FIELD-NUM = TB-RULE-FIELD-NUMBER (TB-RULE-IX)
                    COMPUTE WS-FIELD-END = WS-SCAN-POS - 1
                 ELSE
                    COMPUTE WS-FIELD-START = WS-SCAN-POS + 1
                 END-IF
                 ADD 1                     TO WS-FIELD-NUM
              END-IF
           END-PERFORM

           IF WS-FIELD-END = ZERO
           AND WS-FIELD-NUM = TB-RULE-FIELD-NUMBER (TB-RULE-IX)
              MOVE MASK-USED-LEN           TO WS-FIELD-END
           END-IF

           IF WS-FIELD-NUM >= TB-RULE-FIELD-NUMBER (TB-RULE-IX)
           AND WS-FIELD-END >= WS-FIELD-START
              COMPUTE WS-FIELD-LEN = WS-FIELD-END - WS-FIELD-START + 1
           ELSE
              MOVE ZERO                    TO WS-FIELD-LEN
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    E   MASK THE WHOLE USED LENGTH - THE RULES COULD NOT BE
      *        TRUSTED, SO NOTHING IS SHOWN IN CLEAR
      *
      ******************************************************************
       E-MASK-WHOLE-CONTENT SECTION.
           SET MASK-FILE-FAILED            TO TRUE
           IF MASK-USED-LEN > ZERO
              INSPECT MASK-MSG-BUFF (1 : MASK-USED-LEN)
                 REPLACING CHARACTERS BY WS-DEFAULT-MASK-CHAR
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    F   WRITE THE UNMASKED VIEW AUDIT RECORD - WHO SAW WHICH
      *        MESSAGE IN CLEAR, FROM WHICH COMMAND, AND UNDER A TRAN
      *        CODE (T) OR USERID (U) GRANT
      *
      ******************************************************************
       F-WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE            FROM DATE
           ACCEPT WS-AUDIT-TIME            FROM TIME
           MOVE SPACES                     TO AUDIT-RECORD
           MOVE MASK-PARM-QUEUE            TO AUDIT-QUEUE-NAME
           MOVE MASK-PARM-USERID           TO AUDIT-USERID
           MOVE WS-AUDIT-DATE              TO AUDIT-DATE
           MOVE WS-AUDIT-TIME              TO AUDIT-TIME
           MOVE 'UNMSK'                    TO AUDIT-FUNCTION
           MOVE MASK-USED-LEN              TO AUDIT-MSG-LENGTH
           MOVE 'OK'                       TO AUDIT-STATUS
           MOVE ZERO                       TO AUDIT-COMPCODE
                                              AUDIT-REASON
           STRING MASK-PARM-COMMAND ' ' MASK-PARM-TRAN-CODE
                  ' ' WS-GRANT-KIND
              DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           MOVE MASK-PARM-MSGID            TO AUDIT-MSGID
           MOVE MASK-PARM-CORRELID         TO AUDIT-CORRELID

           MOVE 'A'                        TO LOGM-TYPE
           MOVE AUDIT-RECORD               TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
