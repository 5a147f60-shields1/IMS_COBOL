      *      QSET - SET THE QUIESCE FLAG (ONLINE LOGGING HOLDS OFF)
      *      QCLR - CLEAR THE QUIESCE FLAG
      *      QTST - TEST THE QUIESCE FLAG INTO RUNP-QUIESCE
      *      WGET - RETURN THE JOB'S EXTRACT WATERMARK (YYMMDD +
      *             HHMMSSHH, SPACES BEFORE THE FIRST RUN)
      *      WSET - STORE THE JOB'S EXTRACT WATERMARK
      *      RC   - RECORD THE JOB'S RETURN CODE (RUNP-RETURN-CODE)
      *             FOR THE DATE - A JOB NOT UNDER RUN CONTROL GETS
      *             A COMPLETED RECORD OF ITS OWN (MQRPTWR)
      *    RUNP-RETURN: 0 = OK, 4 = SEQUENCE BREAK, 8 = FILE ERROR.
      ******************************************************************
       01  RUNP-PARM.
              88 RUNP-FUNC-QUIESCE-SET               VALUE 'QSET'.
              88 RUNP-FUNC-QUIESCE-CLEAR             VALUE 'QCLR'.
              88 RUNP-FUNC-QUIESCE-TEST              VALUE 'QTST'.
              88 RUNP-FUNC-WATERMARK-GET             VALUE 'WGET'.
              88 RUNP-FUNC-WATERMARK-SET             VALUE 'WSET'.
              88 RUNP-FUNC-RETURN-CODE               VALUE 'RC  '.
           05 RUNP-JOB-NAME               PIC X(08).
           05 RUNP-PRED-NAME              PIC X(08).
           05 RUNP-DATE                   PIC X(06).
              88 RUNP-FILE-ERROR                     VALUE '8'.
           05 RUNP-QUIESCE                PIC X(01).
              88 RUNP-QUIESCE-ACTIVE                 VALUE 'Y'.
           05 RUNP-WATERMARK              PIC X(14).
           05 RUNP-RETURN-CODE            PIC 9(04).
