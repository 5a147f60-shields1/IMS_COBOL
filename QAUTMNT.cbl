      *                                            >ALLOW FLAGS
      *                                             READQ/WRITE/
      *                                             PEEK/PURGE/MOVE
      *                FOLLOWED BY AN OVERRIDE CODE (14) FOR A REQUEST
      *                INSIDE A CHANGE-FREEZE WINDOW
      *    CODED       2026-08-22
      *
      *    CODED BY    ISAK SHIELDS
      *                      REGIONS. LAYOUTS AND DOWNSTREAM
      *                      READERS ARE UNCHANGED.
      *
      *    261015   IS       NO NEW ADD/UPD/DEL REQUEST IS TAKEN
      *                      INSIDE A CHANGE-FREEZE WINDOW (FREEZEF,
      *                      CHECKED THROUGH MQFRZCK) COVERING THE
      *                      QUEUE - THE RESPONSE NAMES THE FREEZE. AN
      *                      APPROVED EMERGENCY OVERRIDE CODE (MQFRZOV)
      *                      TYPED IN THE NEW INDATA5 FIELD LETS ONE
      *                      REQUEST THROUGH
      *
      ******************************************************************
      ******************************************************************
      *
      *    B     = INITIATION
      *    C     = TRANSACTION PROCESSING
      *     CB   = VALIDATE INPUT
      *     CG   = CHANGE-FREEZE CHECK (MQFRZCK)
      *    D
      *     DP   = WRITE A PENDING CHANGE FOR APPROVAL
      *     DL   = LIST QAUTH RECORDS
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT/EXCP)
      *    MQFRZCK - CHANGE-FREEZE CHECK FOR NEW REQUESTS
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                 20 IN-ALLOW-PEEK        PIC X(01).
                 20 IN-ALLOW-PURGE       PIC X(01).
                 20 IN-ALLOW-MOVE        PIC X(01).
              15 INDATA5                 PIC X(14).
      ******************************************************************
      *    RESPONSE AREA
      ******************************************************************
      ******************************************************************
           COPY LOGQREC.
      ******************************************************************
      *    CHANGE-FREEZE CHECK - A NEW ADD/UPD/DEL REQUEST ASKS MQFRZCK
      *    BEFORE IT IS WRITTEN. AN APPROVED OVERRIDE CODE IS TYPED IN
      *    INDATA5
      ******************************************************************
           COPY FRZPARM.
      ******************************************************************
      *    PERMITTED-QUEUE AUTHORIZATION
      ******************************************************************
       01  WS-QAUTH-STATUS                PIC XX    VALUE SPACES.
                 WHEN  'ADD  '
                 WHEN  'UPD  '
                 WHEN  'DEL  '
                   PERFORM CG-CHECK-CHANGE-FREEZE
                   IF FRZP-REFUSED
                      MOVE FRZP-MESSAGE      TO OUTDATA
                   ELSE
                      PERFORM DP-WRITE-PENDING-CHANGE
                   END-IF
               END-EVALUATE
             END-IF
      *
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  CHANGE-FREEZE CHECK - NO NEW AUTHORIZATION REQUEST IS
      *    ***  TAKEN INSIDE A FREEZE WINDOW COVERING THE QUEUE,
      *    ***  UNLESS AN APPROVED OVERRIDE CODE IS TYPED IN INDATA5
      *    *************************************************************
       CG-CHECK-CHANGE-FREEZE SECTION.
           MOVE INDATA3                    TO FRZP-QUEUE
           MOVE SPACES                     TO FRZP-QUEUE-2
           MOVE 'QAUTM'                    TO FRZP-COMMAND
           MOVE TRAN-CODE                  TO FRZP-TRAN-CODE
           MOVE USERID                     TO FRZP-USERID
           MOVE INDATA5                    TO FRZP-OVERRIDE-CODE
           CALL 'MQFRZCK' USING FRZ-PARM
           END-CALL
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE A PENDING CHANGE FOR APPROVAL - NOTHING
      *    ***  TOUCHES QAUTHF UNTIL A SECOND AUTHORIZED USER
      *    ***  APPROVES THE CHANGE ID THROUGH QAUTAPP
