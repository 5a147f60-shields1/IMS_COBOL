      ******************************************************************
      *    JRNLREC - ROUTED PAYLOAD JOURNAL RECORD LAYOUT (MQJRNL KSDS)
      *    IMSMQ02 JOURNALS EVERY MESSAGE IT HAS SUCCESSFULLY ROUTED
      *    TO ITS DESTINATION TRANSACTION SO A MISHANDLED BATCH OF
      *    PARTNER MESSAGES CAN BE REPLAYED BY MQJRPLY. THE KEY IS
      *    THE ROUTING TIMESTAMP FIRST, SO THE FILE READS IN TIME
      *    ORDER AND A TIME WINDOW IS ONE KEYED RANGE.
      *    A PAYLOAD IS HELD IN 1000-BYTE SEGMENTS, THE SAME SIZE
      *    AS THE SEGMENTS INSERTED TO THE TRANSACTION:
      *      IMAGE O - THE ORIGINAL PAYLOAD AS GOT FROM THE QUEUE
      *      IMAGE T - THE TRANSFORMED PAYLOAD THE TRANSACTION GOT,
      *                ONLY FOR A ROUTE FLAGGED FOR TRANSFORMATION
      *    EVERY SEGMENT CARRIES THE MESSAGE DATA SO ANY ONE RECORD
      *    DESCRIBES THE MESSAGE. MQJRNPG DELETES THE ENTRIES OLDER
      *    THAN THE RETENTION DAYS GIVEN ON ITS SYSIN, COUNTED FROM
      *    THE JOURNAL DATE - THE FILLER AFTER THE SEGMENT LENGTH
      *    ONCE HELD A PER-RECORD RETENTION AND IS NO LONGER SET.
      ******************************************************************
       01  JRNL-RECORD.
           05 JRNL-KEY.
              10 JRNL-DATE                PIC X(08).
              10 JRNL-TIME                PIC X(08).
              10 JRNL-MSGID               PIC X(24).
              10 JRNL-IMAGE               PIC X(01).
                 88 JRNL-IMAGE-ORIGINAL              VALUE 'O'.
                 88 JRNL-IMAGE-TRANSFORMED           VALUE 'T'.
              10 JRNL-SEG-NO              PIC 9(03).
           05 JRNL-QUEUE-NAME             PIC X(48).
           05 JRNL-TRAN-CODE              PIC X(08).
           05 JRNL-CORRELID               PIC X(24).
           05 JRNL-USERID                 PIC X(08).
           05 JRNL-TRANSFORMED            PIC X(01).
              88 JRNL-HAS-TRANSFORM                  VALUE 'Y'.
           05 JRNL-IMAGE-LEN              PIC 9(05).
           05 JRNL-SEG-COUNT              PIC 9(03).
           05 JRNL-SEG-LEN                PIC 9(04).
           05 FILLER                      PIC X(03).
           05 JRNL-SEG-DATA               PIC X(1000).
           05 FILLER                      PIC X(20).
