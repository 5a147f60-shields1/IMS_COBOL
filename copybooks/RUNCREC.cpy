      *    THE RESERVED JOB NAME *QUIESCE CARRIES THE QUIESCE FLAG
      *    THE CENTRAL LOGGER CHECKS SO THE AUDITLOG SWAP HAPPENS
      *    AGAINST A CLOSED FILE.
      *    A JOB THAT EXTRACTS INCREMENTALLY (SECSIEM) KEEPS THE
      *    TIMESTAMP IT HAS EXTRACTED UP TO ON ITS OWN RECORD WITH A
      *    BLANK DATE, SO A RERUN NEITHER REPEATS NOR SKIPS.
      *    THE RETURN CODE IS RECORDED BY THE NIGHTLY REPORTS
      *    (THROUGH MQRPTWR) FOR THE REPORT REPOSITORY INDEX - SPACES
      *    WHEN THE JOB DID NOT RECORD ONE.
      ******************************************************************
       01  RUNC-RECORD.
           05 RUNC-KEY.
              88 RUNC-OUTCOME-RUNNING                VALUE 'RUN '.
           05 RUNC-QUIESCE-FLAG           PIC X(01).
              88 RUNC-QUIESCE-ON                     VALUE 'Y'.
           05 RUNC-WATERMARK              PIC X(14).
           05 RUNC-RETURN-CODE            PIC X(04).
           05 FILLER                      PIC X(01).
