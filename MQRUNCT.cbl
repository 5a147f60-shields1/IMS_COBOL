      *                SUBPROGRAM
      *                RUN-CONTROL SERVICE FOR THE NIGHTLY BATCH
      *                CHAIN. CALLED WITH THE RUNCPARM AREA BY
      *                AUDARCH, AUDLOAD, MQAUDRPT, MQTREND, MQRECON,
      *                SECSIEM AND THE MQLOGWR LOGGER. MAINTAINS ONE
      *                RUN-CONTROL RECORD PER JOB PER BUSINESS DATE
      *                ON THE RUNCTLF FILE (START, END, COUNTS,
      *                OUTCOME), VERIFIES A PREDECESSOR COMPLETED
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       WGET/WSET KEEP AN INCREMENTAL EXTRACT'S
      *                      WATERMARK (LAST TIMESTAMP SENT) ON THE
      *                      JOB'S BLANK-DATE RECORD (SECSIEM)
      *
      *    261015   IS       RC FUNCTION RECORDS A JOB'S RETURN CODE
      *                      ON ITS RUNCTLF RECORD FOR THE REPORT
      *                      REPOSITORY INDEX (MQRPTVW). RUNCTLF
      *                      RECORD WIDENED TO 84 BYTES - RELOAD
      *                      WITH REPRO AFTER THE NEW DEFINE
      *
      ******************************************************************
      ******************************************************************
      *    C     = RECORD JOB START
      *    D     = RECORD JOB END
      *    E     = SET/CLEAR/TEST THE QUIESCE FLAG
      *    F     = GET/SET THE EXTRACT WATERMARK
      *    G     = RECORD THE JOB'S RETURN CODE
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                 WHEN RUNP-FUNC-QUIESCE-CLEAR
                 WHEN RUNP-FUNC-QUIESCE-TEST
                    PERFORM E-QUIESCE-FLAG
                 WHEN RUNP-FUNC-WATERMARK-GET
                 WHEN RUNP-FUNC-WATERMARK-SET
                    PERFORM F-EXTRACT-WATERMARK
                 WHEN RUNP-FUNC-RETURN-CODE
                    PERFORM G-RECORD-RETURN-CODE
                 WHEN OTHER
                    DISPLAY 'MQRUNCT  UNKNOWN FUNCTION '
                            RUNP-FUNCTION
                 MOVE '8'                 TO RUNP-RETURN
           END-REWRITE
           CONTINUE.
      ******************************************************************
      *
      *    F   GET OR SET THE EXTRACT WATERMARK ON THE JOB'S RECORD
      *        WITH A BLANK DATE - THE TIMESTAMP AN INCREMENTAL
      *        EXTRACT HAS SENT EVERYTHING UP TO
      *
      ******************************************************************
       F-EXTRACT-WATERMARK SECTION.
           MOVE RUNP-JOB-NAME             TO RUNC-JOB-NAME
           MOVE SPACES                    TO RUNC-DATE

           READ RUNC-FILE
              INVALID KEY
                 MOVE SPACES              TO RUNC-RECORD
                 MOVE RUNP-JOB-NAME       TO RUNC-JOB-NAME
                 MOVE SPACES              TO RUNC-DATE
                 MOVE ZERO                TO RUNC-RECORDS-IN
                                             RUNC-RECORDS-OUT
                 MOVE 'N'                 TO RUNC-QUIESCE-FLAG
                 MOVE SPACES              TO RUNC-WATERMARK
                 WRITE RUNC-RECORD
                    INVALID KEY
                       DISPLAY 'MQRUNCT  WATERMARK WRITE FAILED '
                               WS-RUNC-STATUS
                       MOVE '8'           TO RUNP-RETURN
                 END-WRITE
           END-READ

           IF RUNP-RETURN-OK
              IF RUNP-FUNC-WATERMARK-GET
                 MOVE RUNC-WATERMARK      TO RUNP-WATERMARK
              ELSE
                 MOVE RUNP-WATERMARK      TO RUNC-WATERMARK
                 MOVE WS-DATE             TO RUNC-END-DATE
                 MOVE WS-TIME             TO RUNC-END-TIME
                 REWRITE RUNC-RECORD
                    INVALID KEY
                       DISPLAY 'MQRUNCT  WATERMARK REWRITE FAILED '
                               WS-RUNC-STATUS
                       MOVE '8'           TO RUNP-RETURN
                 END-REWRITE
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    G   RECORD THE JOB'S RETURN CODE FOR THE BUSINESS DATE. A
      *        JOB NOT UNDER RUN CONTROL HAS NO RECORD YET - IT GETS
      *        A COMPLETED ONE, OK UP TO RETURN CODE 4
      *
      ******************************************************************
       G-RECORD-RETURN-CODE SECTION.
           MOVE RUNP-JOB-NAME             TO RUNC-JOB-NAME
           MOVE RUNP-DATE                 TO RUNC-DATE
           READ RUNC-FILE
              INVALID KEY
                 MOVE SPACES              TO RUNC-RECORD
                 MOVE RUNP-JOB-NAME       TO RUNC-JOB-NAME
                 MOVE RUNP-DATE           TO RUNC-DATE
                 MOVE WS-DATE             TO RUNC-START-DATE
                                             RUNC-END-DATE
                 MOVE WS-TIME             TO RUNC-START-TIME
                                             RUNC-END-TIME
                 MOVE RUNP-RECORDS-IN     TO RUNC-RECORDS-IN
                 MOVE RUNP-RECORDS-OUT    TO RUNC-RECORDS-OUT
                 IF RUNP-RETURN-CODE > 4
                    MOVE 'NOK '           TO RUNC-OUTCOME
                 ELSE
                    MOVE 'OK  '           TO RUNC-OUTCOME
                 END-IF
                 MOVE 'N'                 TO RUNC-QUIESCE-FLAG
                 MOVE RUNP-RETURN-CODE    TO RUNC-RETURN-CODE
                 WRITE RUNC-RECORD
                    INVALID KEY
                       DISPLAY 'MQRUNCT  RC WRITE FAILED '
                               WS-RUNC-STATUS
                       MOVE '8'           TO RUNP-RETURN
                 END-WRITE
              NOT INVALID KEY
                 MOVE RUNP-RETURN-CODE    TO RUNC-RETURN-CODE
                 REWRITE RUNC-RECORD
                    INVALID KEY
                       DISPLAY 'MQRUNCT  RC REWRITE FAILED '
                               WS-RUNC-STATUS
                       MOVE '8'           TO RUNP-RETURN
                 END-REWRITE
           END-READ
           CONTINUE.
