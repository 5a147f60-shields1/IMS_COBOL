       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQPUTPR.
      ******************************************************************
      *
      *    MODULE      MQPUTPR
      *                SUBPROGRAM
      *                PER-QUEUE PUT PROPERTIES. CALLED WITH THE
      *                PUTPPARM AREA AND THE CALLER'S MQMD BY EVERY
      *                PROGRAM THAT PUTS A MESSAGE (IMSMQ01, IMSMQ02,
      *                MQSCHRL, MQERRRQ, MQDLQHD, MQRELD) JUST BEFORE
      *                THE MQPUT. READS THE PUTPROPF RECORD FOR THE
      *                TARGET QUEUE AND SETS PERSISTENCE, PRIORITY,
      *                EXPIRY, FORMAT AND CCSID ON THE MQMD, ASKS FOR
      *                AN EXPIRATION REPORT WHERE THE PROFILE WANTS
      *                ONE, AND HANDS BACK THE VALUES THE PUT WILL
      *                CARRY FOR THE AUDIT TRAIL. THE FILE IS OPENED
      *                AND CLOSED PER CALL, LIKE MQRUNCT, SO A
      *                PROFILE CHANGE IS SEEN BY THE NEXT PUT.
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
      *    261015   IS       A RESTORED MESSAGE (KIND R, MQRELD RELOAD)
      *                      IS PUT BACK WITH ITS OWN UNLOADED
      *                      PROPERTIES - PUTPROPF IS NOT READ, ONLY
      *                      THE USED VALUES ARE RETURNED FOR THE AUDIT
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = RESET A NEW MESSAGE TO THE MQ DEFAULTS
      *    C     = APPLY THE QUEUE'S PUT PROPERTIES
      *    D     = RETURN THE VALUES THE PUT WILL CARRY
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPRP-FILE         ASSIGN TO PUTPROPF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS PPRP-QUEUE-NAME
                                     FILE STATUS IS WS-PPRP-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  PPRP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PPRPREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQPUTPR START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-PPRP-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    THE QUEUE EXPIRATION REPORTS ARE SENT TO - READ BY MQEXPRPT
      ******************************************************************
       01  CC-EXPIRY-REPORT-QUEUE         PIC X(48)   VALUE
                                          'MQ.EXPIRY.REPORT'.
      ******************************************************************
      *    WORK FIELDS
      ******************************************************************
       01  WS-PRIORITY-DIGIT              PIC 9(01)   VALUE ZERO.
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
      ******************************************************************
       01 MQM-CONSTANTS.
          COPY CMQV SUPPRESS.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQPUTPR END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
           COPY PUTPPARM.
      *
       01 MQM-MESSAGE-DESCRIPTOR.
          COPY CMQMDV.
      *
       PROCEDURE DIVISION USING PUTP-PARM
                                MQM-MESSAGE-DESCRIPTOR.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
           MOVE '4'                        TO PUTP-RETURN

           IF PUTP-NEW-MESSAGE
              PERFORM B-RESET-NEW-MESSAGE
           END-IF

      *    A RESTORED MESSAGE GOES BACK WITH THE PROPERTIES IT WAS
      *    UNLOADED WITH - ONLY THE USED VALUES ARE RETURNED.
      *    NO PUTPROPF AT ALL (STATUS 35) IS THE SAME AS NO PROFILE
      *    FOR THE QUEUE - THE PUT GOES AHEAD WITH THE MQMD AS IS
           IF PUTP-RESTORED-MESSAGE
              CONTINUE
           ELSE
              OPEN INPUT PPRP-FILE
              EVALUATE WS-PPRP-STATUS
                 WHEN '00'
                    MOVE PUTP-QUEUE-NAME   TO PPRP-QUEUE-NAME
                    READ PPRP-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM C-APPLY-PROFILE
                    END-READ
                    CLOSE PPRP-FILE
                 WHEN '35'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'MQPUTPR  PPRP-FILE OPEN FAILED '
                            WS-PPRP-STATUS
                    MOVE '8'               TO PUTP-RETURN
              END-EVALUATE
           END-IF

           PERFORM D-RETURN-USED-VALUES

           GOBACK.
      ******************************************************************
      *
      *    B   A NEW MESSAGE STARTS FROM THE MQ DEFAULTS - A REGION
      *        KEEPS ITS MQMD FROM ONE PUT TO THE NEXT, AND AN
      *        EXPIRATION REPORT REQUEST LEFT BY AN EARLIER PUT MUST
      *        NOT RIDE ON A MESSAGE WHOSE QUEUE DOES NOT WANT ONE
      *
      ******************************************************************
       B-RESET-NEW-MESSAGE SECTION.
           MOVE MQPER-PERSISTENCE-AS-Q-DEF TO MQMD-PERSISTENCE
           MOVE MQPRI-PRIORITY-AS-Q-DEF    TO MQMD-PRIORITY
           MOVE MQEI-UNLIMITED             TO MQMD-EXPIRY
           MOVE MQFMT-NONE                 TO MQMD-FORMAT
           MOVE MQCCSI-Q-MGR               TO MQMD-CODEDCHARSETID
           IF MQMD-REPLYTOQ = CC-EXPIRY-REPORT-QUEUE
              MOVE MQRO-NONE               TO MQMD-REPORT
              MOVE SPACES                  TO MQMD-REPLYTOQ
                                              MQMD-REPLYTOQMGR
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   APPLY THE QUEUE'S PUT PROPERTIES - A BLANK OR ZERO
      *        FIELD LEAVES THE PROPERTY AS THE CALLER HAS IT
      *
      ******************************************************************
       C-APPLY-PROFILE SECTION.
           MOVE '0'                        TO PUTP-RETURN

           EVALUATE TRUE
              WHEN PPRP-PERSISTENT
                 MOVE MQPER-PERSISTENT     TO MQMD-PERSISTENCE
              WHEN PPRP-NOT-PERSISTENT
                 MOVE MQPER-NOT-PERSISTENT TO MQMD-PERSISTENCE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PPRP-PRIORITY NUMERIC
              MOVE PPRP-PRIORITY-N         TO MQMD-PRIORITY
           END-IF

           IF PPRP-EXPIRY NUMERIC
           AND PPRP-EXPIRY > ZERO
              MOVE PPRP-EXPIRY             TO MQMD-EXPIRY
           END-IF

           IF PPRP-FORMAT NOT = SPACES
           AND PPRP-FORMAT NOT = LOW-VALUES
              MOVE PPRP-FORMAT             TO MQMD-FORMAT
           END-IF

           IF PPRP-CCSID NUMERIC
           AND PPRP-CCSID > ZERO
              MOVE PPRP-CCSID              TO MQMD-CODEDCHARSETID
           END-IF

      *    THE EXPIRATION REPORT GOES TO THE EXPIRY REPORT QUEUE ONLY
      *    WHEN THE MESSAGE HAS NO REPORT OPTIONS OR REPLY-TO QUEUE
      *    OF ITS OWN - A REQUEST EXPECTING A REPLY KEEPS ITS REPLY-TO
           IF PPRP-REPORT-EXPIRY
           AND MQMD-EXPIRY > ZERO
           AND MQMD-REPORT = MQRO-NONE
           AND (MQMD-REPLYTOQ = SPACES
                OR MQMD-REPLYTOQ = LOW-VALUES)
              MOVE MQRO-EXPIRATION         TO MQMD-REPORT
              MOVE CC-EXPIRY-REPORT-QUEUE  TO MQMD-REPLYTOQ
              MOVE SPACES                  TO MQMD-REPLYTOQMGR
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   THE VALUES THE PUT WILL CARRY, AS THE AUDIT RECORD
      *        SHOWS THEM
      *
      ******************************************************************
       D-RETURN-USED-VALUES SECTION.
           EVALUATE MQMD-PERSISTENCE
              WHEN MQPER-PERSISTENT
                 MOVE 'Y'                  TO PUTP-USED-PERSISTENCE
              WHEN MQPER-NOT-PERSISTENT
                 MOVE 'N'                  TO PUTP-USED-PERSISTENCE
              WHEN OTHER
                 MOVE 'Q'                  TO PUTP-USED-PERSISTENCE
           END-EVALUATE

           IF MQMD-PRIORITY >= 0
           AND MQMD-PRIORITY <= 9
              MOVE MQMD-PRIORITY           TO WS-PRIORITY-DIGIT
              MOVE WS-PRIORITY-DIGIT       TO PUTP-USED-PRIORITY
           ELSE
              MOVE 'Q'                     TO PUTP-USED-PRIORITY
           END-IF

           IF MQMD-EXPIRY > ZERO
              MOVE MQMD-EXPIRY             TO PUTP-USED-EXPIRY
           ELSE
              MOVE ZERO                    TO PUTP-USED-EXPIRY
           END-IF

           MOVE MQMD-FORMAT                TO PUTP-USED-FORMAT

           IF MQMD-CODEDCHARSETID > ZERO
           AND MQMD-CODEDCHARSETID <= 99999
              MOVE MQMD-CODEDCHARSETID     TO PUTP-USED-CCSID
           ELSE
              MOVE ZERO                    TO PUTP-USED-CCSID
           END-IF
           CONTINUE.
