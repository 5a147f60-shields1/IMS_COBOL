      ******************************************************************
      *    UNLDREC - QUEUE UNLOAD DATASET RECORD LAYOUT (QUNLOAD)
      *    WRITTEN BY MQUNLD, READ BY MQRELD. ONE DATASET HOLDS THE
      *    MESSAGES OF ONE QUEUE IN THE ORDER THEY WERE GOT.
      *    A PAYLOAD IS HELD IN 1000-BYTE SEGMENTS - EVERY SEGMENT
      *    CARRIES THE MESSAGE SEQUENCE NUMBER AND THE SAVED MQMD
      *    FIELDS, SO ANY ONE RECORD DESCRIBES THE MESSAGE:
      *      TYPE M - ONE SEGMENT OF AN UNLOADED MESSAGE
      *      TYPE R - RESTART MARKER. WRITTEN WHEN AN UNLOAD IS
      *               RESTARTED FROM A CHECKPOINT (XRST). EVERY
      *               MESSAGE ABOVE THE CHECKPOINTED COUNT WRITTEN
      *               BEFORE THE MARKER IS VOID - THE RESTARTED RUN
      *               UNLOADS IT AGAIN UNDER THE SAME SEQUENCE NUMBER
      *      TYPE T - TRAILER. WRITTEN ONCE WHEN THE UNLOAD ENDS
      *               CLEANLY, WITH THE CONTROL TOTALS THE RELOAD
      *               RECONCILES AGAINST. A DATASET WITHOUT ONE IS
      *               AN UNFINISHED UNLOAD AND IS NOT RELOADED
      ******************************************************************
       01  UNLD-RECORD.
           05 UNLD-REC-TYPE               PIC X(01).
              88 UNLD-MESSAGE                        VALUE 'M'.
              88 UNLD-RESTART                        VALUE 'R'.
              88 UNLD-TRAILER                        VALUE 'T'.
           05 UNLD-MSG-SEQ                PIC 9(09).
           05 UNLD-SEG-NO                 PIC 9(03).
           05 UNLD-SEG-COUNT              PIC 9(03).
           05 UNLD-SEG-LEN                PIC 9(04).
           05 UNLD-MSG-LEN                PIC 9(05).
           05 UNLD-SOURCE-QUEUE           PIC X(48).
           05 UNLD-MQMD-FIELDS.
              10 UNLD-MSGID               PIC X(24).
              10 UNLD-CORRELID            PIC X(24).
              10 UNLD-PUTDATE             PIC X(08).
              10 UNLD-PUTTIME             PIC X(08).
              10 UNLD-REPLYTOQ            PIC X(48).
              10 UNLD-REPLYTOQMGR         PIC X(48).
              10 UNLD-FORMAT              PIC X(08).
              10 UNLD-PRIORITY            PIC S9(09).
              10 UNLD-PERSISTENCE         PIC S9(09).
              10 UNLD-EXPIRY              PIC S9(09).
              10 UNLD-MSGTYPE             PIC S9(09).
              10 UNLD-REPORT              PIC S9(09).
              10 UNLD-FEEDBACK            PIC S9(09).
              10 UNLD-ENCODING            PIC S9(09).
              10 UNLD-CCSID               PIC S9(09).
           05 UNLD-SEG-DATA               PIC X(1000).
      *    RESTART MARKER AND TRAILER VIEW OF THE SEGMENT DATA
           05 UNLD-CONTROL REDEFINES UNLD-SEG-DATA.
              10 UNLD-CTL-MODE            PIC X(01).
                 88 UNLD-CTL-BROWSE                  VALUE 'B'.
                 88 UNLD-CTL-DESTRUCTIVE             VALUE 'D'.
      *          R - THE CHECKPOINTED COUNTS THE RESTART RESUMED FROM
      *          T - THE TOTALS OF THE WHOLE UNLOAD
              10 UNLD-CTL-MSG-COUNT       PIC 9(09).
              10 UNLD-CTL-SEG-COUNT       PIC 9(09).
              10 UNLD-CTL-BYTE-TOTAL      PIC 9(15).
              10 UNLD-CTL-DATE            PIC X(08).
              10 UNLD-CTL-TIME            PIC X(06).
              10 UNLD-CTL-REQUESTER       PIC X(08).
              10 FILLER                   PIC X(944).
           05 FILLER                      PIC X(20).
