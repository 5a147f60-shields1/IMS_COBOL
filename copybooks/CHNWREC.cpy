      ******************************************************************
      *    CHNWREC - MQ CHANNEL WATCH RECORD LAYOUT (CHNWATF KSDS)
      *    ONE RECORD PER SENDER/RECEIVER CHANNEL MQCHNWT WATCHES,
      *    KEYED ON THE CHANNEL NAME.
      *      QMGR KEY   - THE QMGRF KEY (QUEUE NAME OR TRAN CODE)
      *                   WHOSE PRIMARY QUEUE MANAGER OWNS THE
      *                   CHANNEL. BLANK OR NOT ON QMGRF = THE
      *                   DEFAULT QUEUE MANAGER.
      *      QUEUE      - THE PARTNER QUEUE THE CHANNEL CARRIES, SO
      *                   MQMORN SHOWS THE CHANNEL ON THAT QUEUE'S
      *                   PAGE. BLANK = THE CHANNEL GETS A PAGE OF ITS
      *                   OWN UNDER ITS CHANNEL NAME.
      *      EXPECTED   - R = MUST BE RUNNING DURING PARTNER HOURS
      *                   D = STARTED ON DEMAND - INACTIVE IS NORMAL,
      *                       ONLY STOPPED OR RETRYING IS AN ALERT
      *      HOURS      - THE PARTNER'S HOURS ON THE FLAGGED DAYS
      *                   (MONDAY FIRST, Y/N) FROM THE START TIME UP
      *                   TO (NOT INCLUDING) THE END TIME, HHMM, AS ON
      *                   THE ON-CALL ROSTER: END BEFORE START RUNS
      *                   OVERNIGHT, START = END IS THE WHOLE DAY.
      *                   OUTSIDE THEM THE STATE IS RECORDED BUT NO
      *                   ALERT IS RAISED.
      *      IDLE LIMIT - MINUTES SINCE THE LAST MESSAGE ON THE
      *                   CHANNEL BEYOND WHICH IT IS IDLE DURING
      *                   PARTNER HOURS. ZERO = NO IDLE CHECK.
      ******************************************************************
       01  CHNW-RECORD.
           05 CHNW-CHANNEL-NAME           PIC X(20).
           05 CHNW-QMGR-KEY               PIC X(48).
           05 CHNW-PARTNER                PIC X(08).
           05 CHNW-QUEUE-NAME             PIC X(48).
           05 CHNW-EXPECTED-STATE         PIC X(01).
              88 CHNW-EXPECT-RUNNING                 VALUE 'R'.
              88 CHNW-EXPECT-ON-DEMAND               VALUE 'D'.
           05 CHNW-DAYS.
              10 CHNW-DAY-FLAG            PIC X(01) OCCURS 7.
           05 CHNW-START-TIME             PIC X(04).
           05 CHNW-END-TIME               PIC X(04).
           05 CHNW-IDLE-LIMIT             PIC 9(05).
           05 CHNW-DESCRIPTION            PIC X(30).
           05 FILLER                      PIC X(25).
