      ******************************************************************
      *    MTRCREC - MESSAGE TRACE INDEX RECORD LAYOUT (MSGTRCX KSDS)
      *    ONE RECORD PER KEYED AUDIT STORE RECORD THAT CARRIES AN
      *    MQMD MESSAGE ID, WRITTEN BY AUDLOAD BESIDE THE AUDKSDS
      *    RECORD. THE KEY IS THE MESSAGE ID FIRST, THEN THE EVENT
      *    DATE AND TIME, SO ONE MESSAGE'S WHOLE HISTORY ACROSS
      *    EVERY QUEUE IT TOUCHED IS ONE KEYED RANGE IN TIME ORDER.
      *    THE REST OF THE KEY IS THE AUDKSDS QUEUE NAME AND
      *    SEQUENCE, SO THE INDEX RECORD POINTS AT EXACTLY ONE
      *    AUDIT STORE RECORD. MQTRCTX READS THE RANGE AND FETCHES
      *    EACH AUDIT RECORD BY KEY.
      ******************************************************************
       01  MTRC-RECORD.
           05 MTRC-KEY.
              10 MTRC-MSGID               PIC X(24).
              10 MTRC-DATE                PIC X(08).
              10 MTRC-TIME                PIC X(08).
              10 MTRC-QUEUE-NAME          PIC X(48).
              10 MTRC-SEQ                 PIC 9(04).
           05 MTRC-FUNCTION               PIC X(05).
           05 FILLER                      PIC X(23).
