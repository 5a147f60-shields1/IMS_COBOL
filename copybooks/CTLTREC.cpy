      ******************************************************************
      *    CTLTREC - PARTNER CONTROL-TOTAL RECORD (CTLTOTF KSDS)
      *    KEYED ON THE QUEUE NAME AND A BUSINESS DATE (YYMMDD).
      *      BLANK DATE = THE QUEUE'S DEFINITION. A QUEUE FLAGGED
      *          HERE HAS A PARTNER WHO SENDS A DAILY CONTROL MESSAGE,
      *          RECOGNIZED BY THE RECORD-TYPE CODE AT THE TYPE
      *          POSITION (AS FOR THE MQVALF TYPE-CODE CHECK). THE
      *          CONTROL MESSAGE CARRIES THE DECLARED MESSAGE COUNT
      *          AND THE HASH TOTAL (SUM OF THE REFERENCE NUMBERS,
      *          LOW 15 DIGITS) AT THE COUNT AND HASH POSITIONS, AND
      *          THE BUSINESS DATE IT COVERS AT THE DATE POSITION
      *          (ZERO = THE DAY IT IS RECEIVED). THE REFERENCE
      *          POSITION LOCATES THE REFERENCE NUMBER IN EVERY
      *          BUSINESS MESSAGE ON THE QUEUE.
      *      DATED RECORD = THE TOTALS DECLARED FOR THAT BUSINESS
      *          DATE. A RESENT CONTROL MESSAGE REPLACES THE TOTALS
      *          AND IS COUNTED IN THE TIMES-RECEIVED FIELD.
      *    IMSMQ02 STORES THE CONTROL MESSAGE HERE INSTEAD OF
      *    ROUTING IT, AND MQCTLRC BALANCES THE DECLARED TOTALS
      *    AGAINST THE AUDIT TRAIL EACH NIGHT.
      ******************************************************************
       01  CTLT-RECORD.
           05 CTLT-KEY.
              10 CTLT-QUEUE-NAME          PIC X(48).
              10 CTLT-BUS-DATE            PIC X(06).
                 88 CTLT-IS-DEFINITION               VALUE SPACES.
           05 CTLT-BODY                   PIC X(100).
           05 CTLT-DEFINITION REDEFINES CTLT-BODY.
              10 CTLT-CHECK-FLAG          PIC X(01).
                 88 CTLT-CHECK-ON                    VALUE 'Y'.
              10 CTLT-PARTNER             PIC X(08).
              10 CTLT-TYPE-OFFSET         PIC 9(04).
              10 CTLT-TYPE-LENGTH         PIC 9(02).
              10 CTLT-TYPE-CODE           PIC X(08).
              10 CTLT-COUNT-OFFSET        PIC 9(04).
              10 CTLT-COUNT-LENGTH        PIC 9(02).
              10 CTLT-HASH-OFFSET         PIC 9(04).
              10 CTLT-HASH-LENGTH         PIC 9(02).
              10 CTLT-DATE-OFFSET         PIC 9(04).
              10 CTLT-REF-OFFSET          PIC 9(04).
              10 CTLT-REF-LENGTH          PIC 9(02).
              10 FILLER                   PIC X(55).
           05 CTLT-TOTALS REDEFINES CTLT-BODY.
              10 CTLT-DECL-COUNT          PIC 9(09).
              10 CTLT-DECL-HASH           PIC 9(15).
              10 CTLT-RECV-DATE           PIC X(06).
              10 CTLT-RECV-TIME           PIC X(08).
              10 CTLT-RECV-MSGID          PIC X(24).
              10 CTLT-RECV-TIMES          PIC 9(03).
              10 FILLER                   PIC X(35).
           05 FILLER                      PIC X(20).
