      *                AND TIMESTAMPS STAY ON THE PENDING RECORD
      *                AND GO TO THE AUDIT TRAIL THROUGH THE
      *                CENTRAL LOGGING SERVICE.
      *                THE SAME APPROVAL COVERS THE ROUTING
      *                CONFIGURATION CHANGES MQCFGTX REQUESTS - AN
      *                APPROVED MQROUTE, MQVALF OR MQMAPF CHANGE IS
      *                APPLIED FROM THE IMAGE STAGED ON CFGPEND.
      *
      *    INPUT       xxxxxxxxyyyyyzzzzzzzzzzzzzz
      *                |       |     |
      *                         REJ  |
      *                              >CHANGE ID (14 CHARS, FROM THE
      *                               LIST OR THE QAUTMNT RESPONSE)
      *                FOLLOWED BY AN OVERRIDE CODE (14) FOR AN APPROVAL
      *                INSIDE A CHANGE-FREEZE WINDOW
      *
      *    CODED       2026-09-02
      *
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       APPROVAL AND REJECTION OF MQCFGTX
      *                        ROUTING CONFIGURATION CHANGES. THE
      *                        APPROVED IMAGE IS APPLIED FROM CFGPEND
      *                        TO MQROUTE, MQVALF OR MQMAPF.
      *
      *    261015   IS       NO CHANGE IS APPROVED INSIDE A
      *                      CHANGE-FREEZE WINDOW (FREEZEF, CHECKED
      *                      THROUGH MQFRZCK) COVERING ITS QUEUE - THE
      *                      RESPONSE NAMES THE FREEZE. AN APPROVED
      *                      EMERGENCY OVERRIDE CODE (MQFRZOV) TYPED
      *                      IN THE NEW INDATA3 FIELD LETS ONE
      *                      APPROVAL THROUGH. REJECTIONS ARE NOT
      *                      FROZEN
      *
      *    261015   IS       CONFIGURATION FILES HAVE THEIR OWN
      *                        OPEN SWITCH AND ARE NEVER CREATED ON
      *                        STATUS 35. AN UPDATE IS REFUSED WHEN
      *                        THE ENTRY CHANGED SINCE THE REQUEST
      *
      ******************************************************************
      ******************************************************************
      *     DA   = APPROVE ONE PENDING CHANGE
      *     DB   = REJECT ONE PENDING CHANGE
      *     DC   = APPLY THE APPROVED CHANGE TO QAUTHF
      *     DD   = APPLY THE APPROVED CHANGE TO THE CONFIGURATION
      *     DE   = APPLY A ROUTE IMAGE TO MQROUTE
      *     DF   = APPLY A VALIDATION RULE IMAGE TO MQVALF
      *     DG   = APPLY A FIELD MAPPING IMAGE TO MQMAPF
      *     DJ   = CHANGE-FREEZE CHECK (MQFRZCK)
      *     DK   = CHECK THE ENTRY IS UNCHANGED SINCE THE REQUEST
      *     DL   = LIST PENDING CHANGES
      *     DM   = READ AND INSERT THE NEXT PENDING CHANGE
      *     DH   = SEND RESPONSE TO USER
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT)
      *    MQFRZCK - CHANGE-FREEZE CHECK FOR APPROVALS
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS QAUTH-KEY
                                     FILE STATUS IS WS-QAUTH-STATUS.
           SELECT ROUTE-FILE        ASSIGN TO MQROUTE
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS ROUTE-QUEUE-NAME
                                     FILE STATUS IS WS-ROUTE-STATUS.
           SELECT VALRULE-FILE      ASSIGN TO MQVALF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS VALR-QUEUE-NAME
                                     FILE STATUS IS WS-VALR-STATUS.
           SELECT MQMAP-FILE        ASSIGN TO MQMAPF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS MQMAP-KEY
                                     FILE STATUS IS WS-MQMAP-STATUS.
           SELECT CFGP-FILE         ASSIGN TO CFGPEND
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS CFGP-ID
                                     FILE STATUS IS WS-CFGP-STATUS.
      *
       DATA DIVISION.
      *--------------
           05 QAUTH-ALLOW-PURGE           PIC X(01).
           05 QAUTH-ALLOW-MOVE            PIC X(01).
           05 FILLER                      PIC X(19).
      *
       FD  ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQRTEREC.
      *
       FD  VALRULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQVALREC.
      *
       FD  MQMAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQMAPREC.
      *
       FD  CFGP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CFGPREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
           10 INDATA.
              15 INDATA1                 PIC X(05).
              15 INDATA2                 PIC X(14).
              15 INDATA3                 PIC X(14).
      ******************************************************************
      *    RESPONSE AREA
      ******************************************************************
      *
           COPY LOGQREC.
      ******************************************************************
      *    CHANGE-FREEZE CHECK - AN APPROVAL ASKS MQFRZCK BEFORE THE
      *    CHANGE IS APPLIED. AN APPROVED OVERRIDE CODE IS TYPED IN
      *    INDATA3
      ******************************************************************
           COPY FRZPARM.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-PEND-STATUS                 PIC XX    VALUE SPACES.
       01  WS-QAUTH-STATUS                PIC XX    VALUE SPACES.
       01  WS-ROUTE-STATUS                PIC XX    VALUE SPACES.
       01  WS-VALR-STATUS                 PIC XX    VALUE SPACES.
       01  WS-MQMAP-STATUS                PIC XX    VALUE SPACES.
       01  WS-CFGP-STATUS                 PIC XX    VALUE SPACES.
      ******************************************************************
      *    ROUTE BREAKER STATE - OWNED BY IMSMQ02 AND MQBRKTX AND
      *    NEVER TAKEN FROM A STAGED IMAGE
      ******************************************************************
       01  WS-SAVE-BREAKER                PIC X(01) VALUE SPACE.
       01  WS-SAVE-BREAKER-DATE           PIC X(06) VALUE SPACES.
      ******************************************************************
      *    LOST-UPDATE CHECK - THE ENTRY AS IT IS NOW AGAINST THE
      *    IMAGE MQCFGTX SAW WHEN THE CHANGE WAS REQUESTED
      ******************************************************************
       01  WS-CURR-IMAGE                  PIC X(200) VALUE SPACES.
       01  WS-STAGED-OLD-IMAGE            PIC X(200) VALUE SPACES.
      ******************************************************************
      *    LIST GOVERNOR
      ******************************************************************
             88 LIST-END-OF-FILE                     VALUE 'Y'.
           05 SW-FILES-OPEN                PIC X     VALUE 'N'.
             88 FILES-OPEN-OK                        VALUE 'Y'.
           05 SW-CFG-FILES-OPEN            PIC X     VALUE 'N'.
             88 CFG-FILES-OPEN-OK                    VALUE 'Y'.
           05 SW-ENTRY-CHANGED             PIC X     VALUE 'N'.
             88 ENTRY-CHANGED                        VALUE 'Y'.
             88 ENTRY-UNCHANGED                      VALUE 'N'.
           05 SW-APPLY                     PIC X     VALUE 'N'.
             88 APPLY-SUCCESSFUL                     VALUE 'Y'.
             88 APPLY-FAILED                         VALUE 'N'.
              MOVE 'N' TO SW-FILES-OPEN
           END-IF

      *    THE ROUTING CONFIGURATION FILES HAVE THEIR OWN SWITCH -
      *    ONE OF THEM MISSING ONLY STOPS CONFIGURATION APPROVALS,
      *    NOT QAUTHF ONES. THEY ARE LIVE PRODUCTION FILES (AND
      *    CFGPEND IS ONLY READ HERE), SO A MISSING FILE IS A
      *    FAILURE AND IS NEVER CREATED EMPTY FROM HERE
           SET CFG-FILES-OPEN-OK TO TRUE
           OPEN I-O ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
              DISPLAY 'QAUTAPP  ROUTE-FILE OPEN FAILED ' WS-ROUTE-STATUS
              MOVE 'N' TO SW-CFG-FILES-OPEN
           END-IF
           OPEN I-O VALRULE-FILE
           IF WS-VALR-STATUS NOT = '00'
              DISPLAY 'QAUTAPP  VALRULE-FILE OPEN FAILED '
                      WS-VALR-STATUS
              MOVE 'N' TO SW-CFG-FILES-OPEN
           END-IF
           OPEN I-O MQMAP-FILE
           IF WS-MQMAP-STATUS NOT = '00'
              DISPLAY 'QAUTAPP  MQMAP-FILE OPEN FAILED ' WS-MQMAP-STATUS
              MOVE 'N' TO SW-CFG-FILES-OPEN
           END-IF
           OPEN I-O CFGP-FILE
           IF WS-CFGP-STATUS NOT = '00'
              DISPLAY 'QAUTAPP  CFGP-FILE OPEN FAILED ' WS-CFGP-STATUS
              MOVE 'N' TO SW-CFG-FILES-OPEN
           END-IF

           IF NOT FILES-OPEN-OK
              DISPLAY 'QAUTAPP  ALL COMMANDS WILL BE REFUSED'
           ELSE
              IF NOT CFG-FILES-OPEN-OK
                 DISPLAY 'QAUTAPP  CONFIGURATION APPROVALS WILL BE '
                         'REFUSED'
              END-IF
           END-IF

           CONTINUE.
                      WHEN PEND-REQUESTER = USERID
                         MOVE 'APPROVER MUST NOT BE THE REQUESTER'
                                            TO OUTDATA
                      WHEN PEND-TARGET-CONFIG
                      AND NOT CFG-FILES-OPEN-OK
                         MOVE 'CONFIG FILES UNAVAILABLE - TRY LATER'
                                            TO OUTDATA
                      WHEN OTHER
                         PERFORM DJ-CHECK-CHANGE-FREEZE
                         IF FRZP-REFUSED
                            MOVE FRZP-MESSAGE  TO OUTDATA
                            SET APPLY-FAILED   TO TRUE
                         ELSE
                            IF PEND-TARGET-CONFIG
                               PERFORM DD-APPLY-CONFIG-CHANGE
                            ELSE
                               PERFORM DC-APPLY-CHANGE-TO-QAUTHF
                            END-IF
                         END-IF
                         IF APPLY-SUCCESSFUL
                            MOVE 'A'        TO PEND-STATUS
                            MOVE USERID     TO PEND-APPROVER
                               NOT INVALID KEY
                                  MOVE 'CHANGE APPROVED AND APPLIED'
                                                    TO OUTDATA
                                  IF PEND-TARGET-CONFIG
                                     MOVE 'CAPP '   TO
                                                    WS-AUDIT-FUNCTION
                                  ELSE
                                     MOVE 'QAPP '   TO
                                                    WS-AUDIT-FUNCTION
                                  END-IF
                                  PERFORM DI-WRITE-AUDIT-RECORD
                            END-REWRITE
                         END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  CHANGE-FREEZE CHECK - NO CHANGE IS APPROVED INSIDE A
      *    ***  FREEZE WINDOW COVERING ITS QUEUE, UNLESS AN APPROVED
      *    ***  OVERRIDE CODE IS TYPED IN INDATA3. A REJECTION
      *    ***  CHANGES NOTHING AND IS NEVER FROZEN
      *    *************************************************************
       DJ-CHECK-CHANGE-FREEZE SECTION.
           MOVE PEND-QUEUE-NAME            TO FRZP-QUEUE
           MOVE SPACES                     TO FRZP-QUEUE-2
           MOVE 'QAPPR'                    TO FRZP-COMMAND
           MOVE TRAN-CODE                  TO FRZP-TRAN-CODE
           MOVE USERID                     TO FRZP-USERID
           MOVE INDATA3                    TO FRZP-OVERRIDE-CODE
           CALL 'MQFRZCK' USING FRZ-PARM
           END-CALL
           CONTINUE.
      *    *************************************************************
      *    ***  REJECT ONE PENDING CHANGE - NO FILE IS TOUCHED
      *    *************************************************************
       DB-REJECT-CHANGE SECTION.
           IF INDATA2 = SPACES
                             MOVE 'PEND REWRITE FAILED' TO OUTDATA
                          NOT INVALID KEY
                             MOVE 'CHANGE REJECTED'     TO OUTDATA
                             IF PEND-TARGET-CONFIG
                                MOVE 'CREJ ' TO WS-AUDIT-FUNCTION
                             ELSE
                                MOVE 'QREJ ' TO WS-AUDIT-FUNCTION
                             END-IF
                             PERFORM DI-WRITE-AUDIT-RECORD
                       END-REWRITE
                    END-IF
           END-EVALUATE
           CONTINUE.
      *    *************************************************************
      *    ***  APPLY AN APPROVED ROUTING CONFIGURATION CHANGE FROM
      *    ***  THE IMAGE MQCFGTX STAGED UNDER THE SAME CHANGE ID
      *    *************************************************************
       DD-APPLY-CONFIG-CHANGE SECTION.
           SET APPLY-FAILED               TO TRUE
           SET ENTRY-UNCHANGED            TO TRUE
           MOVE PEND-ID                   TO CFGP-ID
           READ CFGP-FILE
              INVALID KEY
                 MOVE 'STAGED IMAGE NOT FOUND - REJECT AND REDO'
                                          TO OUTDATA
              NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN PEND-TARGET-ROUTE
                      PERFORM DE-APPLY-ROUTE-IMAGE
                   WHEN PEND-TARGET-VALR
                      PERFORM DF-APPLY-VALR-IMAGE
                   WHEN PEND-TARGET-MAP
                      PERFORM DG-APPLY-MAP-IMAGE
                 END-EVALUATE
           END-READ
           CONTINUE.
      *    *************************************************************
      *    ***  APPLY A ROUTE IMAGE - ACTIVATE AND DEACTIVATE ONLY
      *    ***  FLIP THE FLAG, AND THE BREAKER STATE IS ALWAYS KEPT
      *    ***  FROM THE CURRENT RECORD. AN UPDATE IS ONLY APPLIED
      *    ***  OVER THE ENTRY IT WAS REQUESTED AGAINST - THE
      *    ***  BREAKER, WHICH IMSMQ02 AND MQBRKTX KEEP ONLINE, IS
      *    ***  LEFT OUT OF THAT COMPARE
      *    *************************************************************
       DE-APPLY-ROUTE-IMAGE SECTION.
           IF PEND-ACTION-ADD
              MOVE CFGP-NEW-IMAGE         TO ROUTE-RECORD
              MOVE SPACE                  TO ROUTE-BREAKER
              MOVE SPACES                 TO ROUTE-BREAKER-DATE
              WRITE ROUTE-RECORD
                 INVALID KEY
                    MOVE 'ENTRY ALREADY EXISTS - REJECT AND REDO'
                                          TO OUTDATA
                 NOT INVALID KEY
                    SET APPLY-SUCCESSFUL  TO TRUE
              END-WRITE
           ELSE
              MOVE PEND-QUEUE-NAME        TO ROUTE-QUEUE-NAME
              READ ROUTE-FILE
                 INVALID KEY
                    MOVE 'ENTRY NOT FOUND - REJECT AND REDO'
                                          TO OUTDATA
                 NOT INVALID KEY
                    EVALUATE TRUE
                      WHEN PEND-ACTION-ACT
                         MOVE 'Y'         TO ROUTE-ACTIVE
                      WHEN PEND-ACTION-DEA
                         MOVE 'N'         TO ROUTE-ACTIVE
                      WHEN OTHER
                         MOVE ROUTE-BREAKER
                                          TO WS-SAVE-BREAKER
                         MOVE ROUTE-BREAKER-DATE
                                          TO WS-SAVE-BREAKER-DATE
                         MOVE SPACE       TO ROUTE-BREAKER
                         MOVE SPACES      TO ROUTE-BREAKER-DATE
                         MOVE ROUTE-RECORD TO WS-CURR-IMAGE
                         MOVE CFGP-OLD-IMAGE TO ROUTE-RECORD
                         MOVE SPACE       TO ROUTE-BREAKER
                         MOVE SPACES      TO ROUTE-BREAKER-DATE
                         MOVE ROUTE-RECORD TO WS-STAGED-OLD-IMAGE
                         PERFORM DK-CHECK-ENTRY-UNCHANGED
                         MOVE CFGP-NEW-IMAGE TO ROUTE-RECORD
                         MOVE WS-SAVE-BREAKER TO ROUTE-BREAKER
                         MOVE WS-SAVE-BREAKER-DATE
                                          TO ROUTE-BREAKER-DATE
                    END-EVALUATE
                    IF ENTRY-UNCHANGED
                       REWRITE ROUTE-RECORD
                          INVALID KEY
                             MOVE 'ROUTE REWRITE FAILED' TO OUTDATA
                          NOT INVALID KEY
                             SET APPLY-SUCCESSFUL TO TRUE
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  APPLY A VALIDATION RULE IMAGE
      *    *************************************************************
       DF-APPLY-VALR-IMAGE SECTION.
           IF PEND-ACTION-ADD
              MOVE CFGP-NEW-IMAGE         TO VALR-RECORD
              WRITE VALR-RECORD
                 INVALID KEY
                    MOVE 'ENTRY ALREADY EXISTS - REJECT AND REDO'
                                          TO OUTDATA
                 NOT INVALID KEY
                    SET APPLY-SUCCESSFUL  TO TRUE
              END-WRITE
           ELSE
              MOVE PEND-QUEUE-NAME        TO VALR-QUEUE-NAME
              READ VALRULE-FILE
                 INVALID KEY
                    MOVE 'ENTRY NOT FOUND - REJECT AND REDO'
                                          TO OUTDATA
                 NOT INVALID KEY
                    EVALUATE TRUE
                      WHEN PEND-ACTION-ACT
                         MOVE 'Y'         TO VALR-ACTIVE
                      WHEN PEND-ACTION-DEA
                         MOVE 'N'         TO VALR-ACTIVE
                      WHEN OTHER
                         MOVE VALR-RECORD TO WS-CURR-IMAGE
                         MOVE CFGP-OLD-IMAGE TO WS-STAGED-OLD-IMAGE
                         PERFORM DK-CHECK-ENTRY-UNCHANGED
                         MOVE CFGP-NEW-IMAGE TO VALR-RECORD
                    END-EVALUATE
                    IF ENTRY-UNCHANGED
                       REWRITE VALR-RECORD
                          INVALID KEY
                             MOVE 'VALR REWRITE FAILED' TO OUTDATA
                          NOT INVALID KEY
                             SET APPLY-SUCCESSFUL TO TRUE
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  APPLY A FIELD MAPPING IMAGE
      *    *************************************************************
       DG-APPLY-MAP-IMAGE SECTION.
           IF PEND-ACTION-ADD
              MOVE CFGP-NEW-IMAGE         TO MQMAP-RECORD
              WRITE MQMAP-RECORD
                 INVALID KEY
                    MOVE 'ENTRY ALREADY EXISTS - REJECT AND REDO'
                                          TO OUTDATA
                 NOT INVALID KEY
                    SET APPLY-SUCCESSFUL  TO TRUE
              END-WRITE
           ELSE
              MOVE PEND-QUEUE-NAME        TO MQMAP-QUEUE-NAME
              MOVE PEND-MAP-SEQ           TO MQMAP-FIELD-SEQ
              READ MQMAP-FILE
                 INVALID KEY
                    MOVE 'ENTRY NOT FOUND - REJECT AND REDO'
                                          TO OUTDATA
                 NOT INVALID KEY
                    EVALUATE TRUE
                      WHEN PEND-ACTION-ACT
                         MOVE 'Y'         TO MQMAP-ACTIVE
                      WHEN PEND-ACTION-DEA
                         MOVE 'N'         TO MQMAP-ACTIVE
                      WHEN OTHER
                         MOVE MQMAP-RECORD TO WS-CURR-IMAGE
                         MOVE CFGP-OLD-IMAGE TO WS-STAGED-OLD-IMAGE
                         PERFORM DK-CHECK-ENTRY-UNCHANGED
                         MOVE CFGP-NEW-IMAGE TO MQMAP-RECORD
                    END-EVALUATE
                    IF ENTRY-UNCHANGED
                       REWRITE MQMAP-RECORD
                          INVALID KEY
                             MOVE 'MAPPING REWRITE FAILED' TO OUTDATA
                          NOT INVALID KEY
                             SET APPLY-SUCCESSFUL TO TRUE
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LOST-UPDATE CHECK - SOMEBODY ELSE'S CHANGE APPLIED
      *    ***  SINCE THIS ONE WAS REQUESTED WOULD BE SILENTLY
      *    ***  UNDONE BY THE STAGED IMAGE. THE PENDING CHANGE IS
      *    ***  LEFT UNDECIDED FOR THE APPROVER TO REJECT
      *    *************************************************************
       DK-CHECK-ENTRY-UNCHANGED SECTION.
           IF WS-CURR-IMAGE = WS-STAGED-OLD-IMAGE
              SET ENTRY-UNCHANGED         TO TRUE
           ELSE
              SET ENTRY-CHANGED           TO TRUE
              MOVE 'ENTRY CHANGED SINCE REQUEST - REJECT AND REDO'
                                          TO OUTDATA
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LIST PENDING CHANGES - ONE SEGMENT PER CHANGE
      *    *************************************************************
       DL-LIST-PENDING-CHANGES SECTION.
                    MOVE PEND-ACTION       TO LIST-ACTION
                    MOVE PEND-TRAN-CODE    TO LIST-TRAN-CODE
                    MOVE PEND-QUEUE-NAME   TO LIST-QUEUE-NAME
                    IF PEND-TARGET-MAP
                       MOVE PEND-MAP-SEQ   TO LIST-FLAGS
                    ELSE
                       MOVE PEND-ALLOW-FLAGS TO LIST-FLAGS
                    END-IF
                    MOVE PEND-REQUESTER    TO LIST-REQUESTER
                    MOVE LENGTH OF LIST-RESPONSE TO LISTLL
                    MOVE ZERO              TO LISTZZ

           CLOSE PEND-FILE
           CLOSE QAUTH-FILE
           CLOSE ROUTE-FILE
           CLOSE VALRULE-FILE
           CLOSE MQMAP-FILE
           CLOSE CFGP-FILE

           GOBACK.
