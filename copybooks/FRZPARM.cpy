      ******************************************************************
      *    FRZPARM - PARAMETER AREA FOR THE MQFRZCK CHANGE-FREEZE
      *    CHECK. CALLED BY EVERY PROGRAM THAT RUNS A DESTRUCTIVE
      *    COMMAND OR A CONFIGURATION CHANGE, JUST BEFORE IT RUNS:
      *      CALL 'MQFRZCK' USING FRZ-PARM
      *    THE CALLER SETS THE QUEUE THE COMMAND WORKS ON (AND A SECOND
      *    QUEUE WHERE IT TOUCHES TWO - THE MOVE TARGET, THE REQUEUE
      *    BASE QUEUE), THE COMMAND, ITS TRAN CODE, THE SIGNED-ON
      *    USERID AND ANY OVERRIDE CODE THE OPERATOR TYPED. COMMANDS:
      *      PURGE MOVE READQ WAITQ GETID GETCO  - IMSMQ01
      *      REQUE                               - MQERRRQ
      *      QAUTM  (A NEW ADD/UPD/DEL REQUEST)  - QAUTMNT
      *      QAPPR  (AN APPROVAL)                - QAUTAPP
      *    FRZP-RETURN  0 = NO FREEZE COVERS THE COMMAND
      *                 1 = FROZEN, LET THROUGH ON AN APPROVED OVERRIDE
      *                     CODE - NOW USED UP AND AUDITED (FOVRD)
      *                 8 = REFUSED - FRZP-MESSAGE NAMES THE FREEZE AND
      *                     ITS REASON, FRZP-SHORT-MESSAGE THE FREEZE
      *                     ALONE FOR A NARROW RESPONSE FIELD
      ******************************************************************
       01  FRZ-PARM.
           05 FRZP-QUEUE                  PIC X(48).
           05 FRZP-QUEUE-2                PIC X(48).
           05 FRZP-COMMAND                PIC X(05).
           05 FRZP-TRAN-CODE              PIC X(08).
           05 FRZP-USERID                 PIC X(08).
           05 FRZP-OVERRIDE-CODE          PIC X(14).
           05 FRZP-RETURN                 PIC X(01).
              88 FRZP-NOT-FROZEN                     VALUE '0'.
              88 FRZP-OVERRIDDEN                     VALUE '1'.
              88 FRZP-REFUSED                        VALUE '8'.
           05 FRZP-FREEZE-ID              PIC X(08).
           05 FRZP-REASON                 PIC X(40).
           05 FRZP-INCIDENT               PIC X(12).
           05 FRZP-SHORT-MESSAGE          PIC X(20).
           05 FRZP-MESSAGE                PIC X(60).
