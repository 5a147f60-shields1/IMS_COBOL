      *                BUSINESS DATE (YYMMDD) - ONLY VIOLATIONS ON
      *                OR AFTER THIS DATE ARE COUNTED, BLANK OR
      *                INVALID DEFAULTS TO THE CURRENT DATE.
      *                VIOLLOG KEEPS ITS RETENTION PERIOD (MQRETPG),
      *                SO WITHOUT THE DATE FENCE A USER'S OLD HISTORY
      *                WOULD KEEP THEM OVER THE THRESHOLD FOR AS
      *                LONG AS THE LOG HOLDS IT.
      *
      *    CODED       2026-09-02
      *
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       VIOLLOG IS NOW TRIMMED BY MQRETPG UNDER
      *                      ITS RETENTION POLICY - COMMENTS ONLY
      *
      ******************************************************************
      ******************************************************************
           CONTINUE.
      *
       CB-ACCUMULATE-USER-TOTALS SECTION.
      *    VIOLLOG HOLDS ITS WHOLE RETENTION PERIOD - ONLY
      *    VIOLATIONS ON OR AFTER THE BUSINESS DATE COUNT TOWARDS
      *    THE THRESHOLD, SO OLD HISTORY CANNOT KEEP A USER LOCKED
           IF VIOL-DATE (1:6) < WS-FROM-DATE
              CONTINUE
           ELSE
