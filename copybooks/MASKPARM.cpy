      ******************************************************************
      *    MASKPARM - PARAMETER AREA FOR THE MQMASK PAYLOAD MASKING
      *    SERVICE. CALLED BY EVERY ONLINE PROGRAM THAT SHOWS MESSAGE
      *    CONTENT TO AN OPERATOR (IMSMQ01, MQERRRQ) JUST BEFORE THE
      *    CONTENT IS DISPLAYED:
      *      CALL 'MQMASK' USING MASK-PARM <MESSAGE BUFFER>
      *    THE BUFFER IS MASKED IN PLACE - ONLY THE FIRST
      *    MASK-USED-LEN BYTES ARE LOOKED AT OR CHANGED, SO THE
      *    CALLER'S BUFFER MAY BE SHORTER THAN THE 32768-BYTE
      *    LINKAGE ITEM. THE CALLER SETS THE QUEUE WHOSE RULES APPLY,
      *    ITS TRAN CODE, THE SIGNED-ON USERID, THE COMMAND (FOR THE
      *    AUDIT) AND THE MESSAGE'S MQMD IDS. A TRAN CODE OR USERID
      *    GRANTED AN UNMASKED VIEW IN UNMASKF GETS THE BUFFER BACK
      *    UNCHANGED AND THE VIEW IS AUDITED (UNMSK) BY THE SERVICE.
      *    MASK-RETURN  0 = NO RULES FOR THE QUEUE, SHOWN AS IS
      *                 1 = RULES APPLIED
      *                 2 = SHOWN UNMASKED UNDER AN UNMASKF GRANT
      *                 8 = RULE FILE UNREADABLE - THE WHOLE USED
      *                     LENGTH IS MASKED
      ******************************************************************
       01  MASK-PARM.
           05 MASK-PARM-QUEUE             PIC X(48).
           05 MASK-PARM-TRAN-CODE         PIC X(08).
           05 MASK-PARM-USERID            PIC X(08).
           05 MASK-PARM-COMMAND           PIC X(05).
           05 MASK-PARM-MSGID             PIC X(24).
           05 MASK-PARM-CORRELID          PIC X(24).
           05 MASK-USED-LEN               PIC S9(09) BINARY.
           05 MASK-RETURN                 PIC X(01).
              88 MASK-NO-RULES                       VALUE '0'.
              88 MASK-APPLIED                        VALUE '1'.
              88 MASK-SHOWN-UNMASKED                 VALUE '2'.
              88 MASK-FILE-FAILED                    VALUE '8'.
           05 MASK-RULES-APPLIED          PIC 9(03).
