      *    SO THE AUDINQ ONLINE TRANSACTION CAN ANSWER 'WHAT
      *    HAPPENED TO QUEUE X THIS AFTERNOON' WITHOUT WAITING FOR
      *    THE BATCH REPORT. LOADED NIGHTLY BY AUDLOAD.
      *    THE MQMD MESSAGE ID AND CORRELATION ID OF THE MESSAGE THE
      *    EVENT CONCERNS ARE CARRIED FOR THE MQTRCTX MESSAGE TRACE
      *    (SPACES WHERE THE EVENT IS NOT ABOUT ONE MESSAGE).
      ******************************************************************
       01  AUDK-RECORD.
           05 AUDK-KEY.
           05 AUDK-STATUS                 PIC X(04).
           05 AUDK-COMPCODE               PIC S9(09).
           05 AUDK-REASON                 PIC S9(09).
           05 AUDK-MSGID                  PIC X(24).
           05 AUDK-CORRELID               PIC X(24).
           05 FILLER                      PIC X(15).
