      *                      CROSSES MIDNIGHT CANNOT CHECK A
      *                      DIFFERENT DATE THAN AUDARCH RECORDED
      *
      *    261015   IS       AUDIT RECORD WIDENED TO 176 BYTES - THE
      *                      MQMD MESSAGE ID AND CORRELATION ID ARE
      *                      CARRIED ON THE END FOR MESSAGE TRACING
      *                      AND LOADED TO AUDKSDS. EVERY RECORD
      *                      WITH A MESSAGE ID ALSO GETS A MESSAGE
      *                      TRACE INDEX RECORD ON MSGTRCX (MTRCREC)
      *                      FOR THE MQTRCTX TRACE TRANSACTION
      *
      *    261015   IS       AUDIT RECORD LAYOUT FOLLOWS THE 200-BYTE
      *                      AUDITLOG - THE PUT PROPERTIES ON THE END
      *
      ******************************************************************
      ******************************************************************
      *
      *    C
      *     CA   = READ NEXT AUDIT RECORD
      *     CB   = LOAD ONE RECORD TO THE KEYED STORE
      *     CC   = WRITE WITH THE NEXT FREE SEQUENCE NUMBER
      *     CD   = WRITE THE MESSAGE TRACE INDEX RECORD
      *    D     = PRINT LOAD REPORT
      *    Z     = EXIT
      *
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS AUDK-KEY
                                     FILE STATUS IS WS-AUDK-STATUS.
           SELECT TRACE-FILE        ASSIGN TO MSGTRCX
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS MTRC-KEY
                                     FILE STATUS IS WS-MTRC-STATUS.
      *
       DATA DIVISION.
      *--------------
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 FILLER                      PIC X(20).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
           05 FILLER                      PIC X(24).
      *
       FD  AUDK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDKREC.
      *
       FD  TRACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRCREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
      ******************************************************************
       01  WS-AUDIT-STATUS                PIC XX      VALUE SPACES.
       01  WS-AUDK-STATUS                 PIC XX      VALUE SPACES.
       01  WS-MTRC-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    RECORD COUNTERS
      ******************************************************************
       01  WS-READ-COUNT                  PIC 9(09)   VALUE ZERO.
       01  WS-LOADED-COUNT                PIC 9(09)   VALUE ZERO.
       01  WS-DROPPED-COUNT               PIC 9(09)   VALUE ZERO.
       01  WS-TRACED-COUNT                PIC 9(09)   VALUE ZERO.
       01  WS-TRACE-FAILED-COUNT          PIC 9(09)   VALUE ZERO.
      ******************************************************************
      *    DUPLICATE-KEY RETRY GOVERNOR
      ******************************************************************
              SET END-OF-FILE TO TRUE
           END-IF

           OPEN I-O TRACE-FILE
           IF WS-MTRC-STATUS = '35'
              OPEN OUTPUT TRACE-FILE
           END-IF
           IF WS-MTRC-STATUS NOT = '00'
              DISPLAY 'AUDLOAD  TRACE-FILE OPEN FAILED ' WS-MTRC-STATUS
              SET END-OF-FILE TO TRUE
           END-IF

           IF NOT END-OF-FILE
              PERFORM CA-READ-NEXT-RECORD
           END-IF
           MOVE AUDIT-STATUS              TO AUDK-STATUS
           MOVE AUDIT-COMPCODE            TO AUDK-COMPCODE
           MOVE AUDIT-REASON              TO AUDK-REASON
           MOVE AUDIT-MSGID               TO AUDK-MSGID
           MOVE AUDIT-CORRELID            TO AUDK-CORRELID

           SET WRITE-PENDING              TO TRUE
           MOVE ZERO                      TO WS-SEQ-TRIES

           IF WRITE-DONE
              ADD 1 TO WS-LOADED-COUNT
      *       AN EVENT ABOUT ONE MESSAGE IS INDEXED UNDER ITS ID -
      *       A RECORD FROM BEFORE THE IDS WERE CARRIED, OR ONE
      *       WITHOUT A MESSAGE (MQMI-NONE), IS NOT
              IF AUDK-MSGID NOT = SPACES
              AND AUDK-MSGID NOT = LOW-VALUES
                 PERFORM CD-WRITE-TRACE-INDEX
              END-IF
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
              DISPLAY 'AUDLOAD  RECORD DROPPED - KEY EXHAUSTED '
                 SET WRITE-DONE           TO TRUE
           END-WRITE
           CONTINUE.
      *    *************************************************************
      *    ***  INDEX THE RECORD UNDER ITS MESSAGE ID - THE KEY ENDS
      *    ***  WITH THE AUDKSDS QUEUE AND SEQUENCE JUST WRITTEN, SO
      *    ***  IT IS AS UNIQUE AS THE AUDIT STORE KEY ITSELF
      *    *************************************************************
       CD-WRITE-TRACE-INDEX SECTION.
           MOVE SPACES                    TO MTRC-RECORD
           MOVE AUDK-MSGID                TO MTRC-MSGID
           MOVE AUDK-DATE                 TO MTRC-DATE
           MOVE AUDK-TIME                 TO MTRC-TIME
           MOVE AUDK-QUEUE-NAME           TO MTRC-QUEUE-NAME
           MOVE AUDK-SEQ                  TO MTRC-SEQ
           MOVE AUDK-FUNCTION             TO MTRC-FUNCTION
           WRITE MTRC-RECORD
              INVALID KEY
                 ADD 1                    TO WS-TRACE-FAILED-COUNT
                 DISPLAY 'AUDLOAD  TRACE INDEX WRITE FAILED '
                         WS-MTRC-STATUS ' ' AUDK-QUEUE-NAME ' '
                         AUDK-DATE ' ' AUDK-TIME
              NOT INVALID KEY
                 ADD 1                    TO WS-TRACED-COUNT
           END-WRITE
           CONTINUE.
      ******************************************************************
      *
      *    D   PRINT LOAD REPORT
           DISPLAY 'RECORDS READ FROM AUDITLOG   : ' WS-READ-COUNT
           DISPLAY 'RECORDS LOADED TO AUDKSDS    : ' WS-LOADED-COUNT
           DISPLAY 'RECORDS DROPPED              : ' WS-DROPPED-COUNT
           DISPLAY 'TRACE INDEX RECORDS WRITTEN  : ' WS-TRACED-COUNT
           DISPLAY 'TRACE INDEX WRITES FAILED    : '
                   WS-TRACE-FAILED-COUNT
           IF WS-LOADED-COUNT + WS-DROPPED-COUNT NOT = WS-READ-COUNT
              DISPLAY '*** COUNTS DO NOT RECONCILE - INVESTIGATE ***'
              MOVE 8 TO RETURN-CODE
           IF NOT SEQUENCE-BROKEN
              CLOSE AUDIT-FILE
              CLOSE AUDK-FILE
              CLOSE TRACE-FILE

      *       THE CALL WIPES THE RETURN-CODE REGISTER - A COUNT
      *       MISMATCH MUST STILL END THE JOB WITH RC 8
