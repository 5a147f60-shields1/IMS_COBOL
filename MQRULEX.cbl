       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQRULEX.
      ******************************************************************
      *
      *    MODULE      MQRULEX
      *                SUBPROGRAM
      *                ROUTING RULE SERVICE. APPLIES A PER-QUEUE
      *                VALIDATION RULE RECORD (MQVALF) TO A PARTNER
      *                MESSAGE, OR ONE PAYLOAD FIELD MAPPING RECORD
      *                (MQMAPF) TO BUILD THE TRANSFORMED IMAGE.
      *                CALLED WITH THE RULXPARM AREA BY IMSMQ02 FOR
      *                LIVE TRAFFIC AND BY THE MQRULTS REGRESSION
      *                HARNESS FOR TEST CASES, SO A RULE CHANGE IS
      *                PROVEN AGAINST EXACTLY THE CODE THAT WILL RUN
      *                IT. NO FILE, MQ OR IMS ACCESS HERE - THE
      *                CALLER READS THE RULE RECORDS.
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
      *    B     = APPLY THE VALIDATION RULES
      *    C     = APPLY ONE FIELD MAPPING
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       DATA DIVISION.
      *--------------
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQRULEX START WSS X'.
      ******************************************************************
      *    VALIDATION WORK AREAS
      ******************************************************************
       01  WS-VAL-TYPE-CODE               PIC X(02)  VALUE SPACES.
       01  WS-VAL-TYPE-IX                 PIC 9(02)  COMP VALUE ZERO.
       01  WS-VAL-TYPE-HIT                PIC X(01)  VALUE 'N'.
           88  VAL-TYPE-ALLOWED                 VALUE 'Y'.
      ******************************************************************
      *    TRANSFORMATION WORK AREAS
      ******************************************************************
       01  WS-XFRM-FIELD                 PIC X(256) VALUE SPACES.
       01  WS-XFRM-FIELD-LEN             PIC 9(04)  COMP VALUE ZERO.
       01  WS-XFRM-SCAN-POS              PIC 9(05)  COMP VALUE ZERO.
       01  WS-XFRM-FIELD-NUM             PIC 9(04)  COMP VALUE ZERO.
       01  WS-XFRM-FIELD-START           PIC 9(05)  COMP VALUE ZERO.
       01  WS-XFRM-END-POS               PIC 9(05)  COMP VALUE ZERO.
       01  WS-XFRM-PAD                   PIC X(01)  VALUE SPACE.
       01  WS-XFRM-MOVE-LEN              PIC 9(04)  COMP VALUE ZERO.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQRULEX END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
           COPY RULXPARM.
      *
           COPY MQVALREC.
      *
           COPY MQMAPREC.
      *
       01  RULX-MSG-BUFF                  PIC X(32768).
       01  RULX-OUT-BUFF                  PIC X(32768).
      *
       PROCEDURE DIVISION USING RULX-PARM
                                VALR-RECORD
                                MQMAP-RECORD
                                RULX-MSG-BUFF
                                RULX-OUT-BUFF.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
           SET RULX-RETURN-OK              TO TRUE
           MOVE SPACES                     TO RULX-FAIL-RULE
                                              RULX-FAIL-TEXT

           EVALUATE TRUE
              WHEN RULX-FUNC-VALIDATE
                 PERFORM B-APPLY-VALIDATION-RULES
              WHEN RULX-FUNC-MAP
                 PERFORM C-APPLY-ONE-MAPPING
              WHEN OTHER
                 DISPLAY 'MQRULEX  UNKNOWN FUNCTION ' RULX-FUNCTION
                 SET RULX-RULE-FAILED      TO TRUE
                 MOVE 'UNKNOWN FUNCTION'   TO RULX-FAIL-TEXT
           END-EVALUATE

           GOBACK.
      ******************************************************************
      *
      *    B   APPLY THE RULES IN THE RULE RECORD TO THE MESSAGE -
      *        FIRST FAILING RULE WINS
      *
      ******************************************************************
       B-APPLY-VALIDATION-RULES SECTION.
      *    REQUIRED LENGTH RANGE - A ZERO MAXIMUM MEANS NO UPPER
      *    BOUND IS CHECKED
           IF RULX-DATALEN < VALR-MIN-LENGTH
           OR (VALR-MAX-LENGTH > ZERO
               AND RULX-DATALEN > VALR-MAX-LENGTH)
              SET RULX-RULE-FAILED       TO TRUE
              MOVE 'LENGTH'              TO RULX-FAIL-RULE
           END-IF

      *    NUMERIC POSITION - THE FIELD MUST LIE INSIDE THE MESSAGE
      *    AND CONTAIN ONLY DIGITS
           IF RULX-RETURN-OK
           AND VALR-NUM-OFFSET > ZERO
           AND VALR-NUM-LENGTH > ZERO
              IF VALR-NUM-OFFSET + VALR-NUM-LENGTH - 1
                 > RULX-USED-LEN
                 SET RULX-RULE-FAILED    TO TRUE
                 MOVE 'NUMERIC'          TO RULX-FAIL-RULE
              ELSE
                 IF RULX-MSG-BUFF (VALR-NUM-OFFSET : VALR-NUM-LENGTH)
                    NOT NUMERIC
                    SET RULX-RULE-FAILED TO TRUE
                    MOVE 'NUMERIC'       TO RULX-FAIL-RULE
                 END-IF
              END-IF
           END-IF

      *    REQUIRED LEADING LITERAL
           IF RULX-RETURN-OK
           AND VALR-LIT-LENGTH > ZERO
           AND VALR-LIT-VALUE NOT = SPACES
              IF VALR-LIT-LENGTH > RULX-USED-LEN
              OR RULX-MSG-BUFF (1 : VALR-LIT-LENGTH) NOT =
                 VALR-LIT-VALUE (1 : VALR-LIT-LENGTH)
                 SET RULX-RULE-FAILED    TO TRUE
                 MOVE 'LITERAL'          TO RULX-FAIL-RULE
              END-IF
           END-IF

      *    ALLOWED RECORD-TYPE CODES - THE CODE AT THE CONFIGURED
      *    POSITION MUST MATCH ONE OF THE NON-BLANK LIST ENTRIES
           IF RULX-RETURN-OK
           AND VALR-TYPE-OFFSET > ZERO
           AND VALR-TYPE-LENGTH > ZERO
              IF VALR-TYPE-OFFSET + VALR-TYPE-LENGTH - 1
                 > RULX-USED-LEN
                 SET RULX-RULE-FAILED    TO TRUE
                 MOVE 'RECTYPE'          TO RULX-FAIL-RULE
              ELSE
                 MOVE SPACES             TO WS-VAL-TYPE-CODE
                 MOVE RULX-MSG-BUFF (VALR-TYPE-OFFSET :
                                     VALR-TYPE-LENGTH)
                                         TO WS-VAL-TYPE-CODE
                 MOVE 'N'                TO WS-VAL-TYPE-HIT
                 PERFORM VARYING WS-VAL-TYPE-IX FROM 1 BY 1
                         UNTIL WS-VAL-TYPE-IX > 10
                         OR VAL-TYPE-ALLOWED
                    IF VALR-TYPE-CODE (WS-VAL-TYPE-IX) NOT = SPACES
                    AND VALR-TYPE-CODE (WS-VAL-TYPE-IX) =
                        WS-VAL-TYPE-CODE
                       SET VAL-TYPE-ALLOWED TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT VAL-TYPE-ALLOWED
                    SET RULX-RULE-FAILED TO TRUE
                    MOVE 'RECTYPE'       TO RULX-FAIL-RULE
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   APPLY ONE FIELD MAPPING - EXTRACT THE SOURCE FIELD
      *        (FIXED POSITION OR THE NTH DELIMITED FIELD) AND PLACE
      *        IT AT THE TARGET POSITION WITH THE PAD AND JUSTIFY
      *        RULES
      *
      ******************************************************************
       C-APPLY-ONE-MAPPING SECTION.
           MOVE SPACES                   TO WS-XFRM-FIELD
           MOVE ZERO                     TO WS-XFRM-FIELD-LEN

           EVALUATE TRUE
             WHEN MQMAP-SOURCE-FIXED
                IF MQMAP-SOURCE-OFFSET = ZERO
                OR MQMAP-SOURCE-LENGTH = ZERO
                OR MQMAP-SOURCE-OFFSET + MQMAP-SOURCE-LENGTH - 1
                   > RULX-USED-LEN
                   SET RULX-RULE-FAILED  TO TRUE
                   MOVE 'SOURCE OUTSIDE MESSAGE' TO RULX-FAIL-TEXT
                ELSE
                   MOVE RULX-MSG-BUFF (MQMAP-SOURCE-OFFSET :
                                       MQMAP-SOURCE-LENGTH)
                                         TO WS-XFRM-FIELD
                   MOVE MQMAP-SOURCE-LENGTH TO WS-XFRM-FIELD-LEN
                END-IF
             WHEN MQMAP-SOURCE-DELIMITED
      *         WALK THE MESSAGE COUNTING DELIMITERS UNTIL THE
      *         WANTED FIELD NUMBER IS REACHED
                MOVE 1                   TO WS-XFRM-FIELD-NUM
                MOVE 1                   TO WS-XFRM-FIELD-START
                MOVE ZERO                TO WS-XFRM-END-POS
                PERFORM VARYING WS-XFRM-SCAN-POS FROM 1 BY 1
                        UNTIL WS-XFRM-SCAN-POS > RULX-USED-LEN
                        OR WS-XFRM-FIELD-NUM > MQMAP-FIELD-NUMBER
                   IF RULX-MSG-BUFF (WS-XFRM-SCAN-POS : 1)
                      = MQMAP-DELIMITER
                      IF WS-XFRM-FIELD-NUM = MQMAP-FIELD-NUMBER
                         COMPUTE WS-XFRM-END-POS =
                                 WS-XFRM-SCAN-POS - 1
                      ELSE
                         COMPUTE WS-XFRM-FIELD-START =
                                 WS-XFRM-SCAN-POS + 1
                      END-IF
                      ADD 1              TO WS-XFRM-FIELD-NUM
                   END-IF
                END-PERFORM
      *         THE LAST FIELD OF THE MESSAGE HAS NO CLOSING
      *         DELIMITER - IT RUNS TO THE USED LENGTH
                IF WS-XFRM-END-POS = ZERO
                AND WS-XFRM-FIELD-NUM = MQMAP-FIELD-NUMBER
                   MOVE RULX-USED-LEN    TO WS-XFRM-END-POS
                END-IF
                IF WS-XFRM-END-POS = ZERO
                AND WS-XFRM-FIELD-NUM < MQMAP-FIELD-NUMBER
                   SET RULX-RULE-FAILED  TO TRUE
                   MOVE 'DELIMITED FIELD NOT PRESENT'
                                         TO RULX-FAIL-TEXT
                ELSE
                   COMPUTE WS-XFRM-FIELD-LEN =
                           WS-XFRM-END-POS - WS-XFRM-FIELD-START + 1
                   IF WS-XFRM-FIELD-LEN > 256
                      MOVE 256           TO WS-XFRM-FIELD-LEN
                   END-IF
                   IF WS-XFRM-FIELD-LEN > ZERO
                      MOVE RULX-MSG-BUFF (WS-XFRM-FIELD-START :
                                          WS-XFRM-FIELD-LEN)
                                         TO WS-XFRM-FIELD
                   ELSE
                      MOVE ZERO          TO WS-XFRM-FIELD-LEN
                   END-IF
                END-IF
             WHEN OTHER
                SET RULX-RULE-FAILED     TO TRUE
                STRING 'BAD SOURCE TYPE ' MQMAP-SOURCE-TYPE
                   DELIMITED BY SIZE INTO RULX-FAIL-TEXT
                END-STRING
           END-EVALUATE

      *    PLACE THE FIELD AT THE TARGET POSITION
           IF RULX-RETURN-OK
              IF MQMAP-TARGET-OFFSET = ZERO
              OR MQMAP-TARGET-LENGTH = ZERO
              OR MQMAP-TARGET-OFFSET + MQMAP-TARGET-LENGTH - 1
                 > LENGTH OF RULX-OUT-BUFF
                 SET RULX-RULE-FAILED    TO TRUE
                 MOVE 'TARGET OUTSIDE BUFFER' TO RULX-FAIL-TEXT
              ELSE
                 MOVE SPACE              TO WS-XFRM-PAD
                 IF MQMAP-PAD-CHAR NOT = SPACES
                    MOVE MQMAP-PAD-CHAR  TO WS-XFRM-PAD
                 END-IF
                 MOVE SPACES
                      TO RULX-OUT-BUFF (MQMAP-TARGET-OFFSET :
                                        MQMAP-TARGET-LENGTH)
                 IF WS-XFRM-PAD NOT = SPACE
                    INSPECT RULX-OUT-BUFF (MQMAP-TARGET-OFFSET :
                                           MQMAP-TARGET-LENGTH)
                       REPLACING ALL SPACE BY WS-XFRM-PAD
                 END-IF
                 IF WS-XFRM-FIELD-LEN > MQMAP-TARGET-LENGTH
                    MOVE MQMAP-TARGET-LENGTH TO WS-XFRM-MOVE-LEN
                 ELSE
                    MOVE WS-XFRM-FIELD-LEN   TO WS-XFRM-MOVE-LEN
                 END-IF
                 IF WS-XFRM-MOVE-LEN > ZERO
                    IF MQMAP-JUSTIFY-RIGHT
                       MOVE WS-XFRM-FIELD (1 : WS-XFRM-MOVE-LEN)
                         TO RULX-OUT-BUFF (MQMAP-TARGET-OFFSET +
                            MQMAP-TARGET-LENGTH - WS-XFRM-MOVE-LEN :
                            WS-XFRM-MOVE-LEN)
                    ELSE
                       MOVE WS-XFRM-FIELD (1 : WS-XFRM-MOVE-LEN)
                         TO RULX-OUT-BUFF (MQMAP-TARGET-OFFSET :
                            WS-XFRM-MOVE-LEN)
                    END-IF
                 END-IF
                 IF MQMAP-TARGET-OFFSET + MQMAP-TARGET-LENGTH - 1
                    > RULX-OUT-LEN
                    COMPUTE RULX-OUT-LEN =
                            MQMAP-TARGET-OFFSET +
                            MQMAP-TARGET-LENGTH - 1
                 END-IF
              END-IF
           END-IF
           CONTINUE.
