      ******************************************************************
      *    FRZREC - CHANGE-FREEZE CALENDAR RECORD (FREEZEF KSDS)
      *    ONE RECORD PER FREEZE WINDOW - MONTH-END, PEAK TRADING OR A
      *    DECLARED INCIDENT - KEYED ON A SHORT FREEZE ID THAT NAMES
      *    THE FREEZE IN EVERY REFUSAL. START AND END ARE YYMMDDHHMMSS
      *    STAMPS IN LOCAL TIME; THE WINDOW RUNS FROM THE START UP TO
      *    (NOT INCLUDING) THE END. THE SCOPE IS A QUEUE NAME PATTERN:
      *      ALL OR *        - EVERY QUEUE AND EVERY CHANGE
      *      PREFIX*         - EVERY QUEUE WHOSE NAME STARTS PREFIX
      *      ANY OTHER NAME  - THAT ONE QUEUE ONLY
      *    ONLY ACTIVE Y WINDOWS ARE ENFORCED, SO A WINDOW CAN BE
      *    LIFTED EARLY WITHOUT LOSING ITS HISTORY. READ BY THE MQFRZCK
      *    SERVICE FOR EVERY DESTRUCTIVE COMMAND AND CONFIGURATION
      *    CHANGE, AND BY MQFRZOV WHEN AN OVERRIDE IS REQUESTED.
      ******************************************************************
       01  FRZ-RECORD.
           05 FRZ-ID                      PIC X(08).
           05 FRZ-START-STAMP.
              10 FRZ-START-DATE           PIC X(06).
              10 FRZ-START-TIME           PIC X(06).
           05 FRZ-END-STAMP.
              10 FRZ-END-DATE             PIC X(06).
              10 FRZ-END-TIME             PIC X(06).
           05 FRZ-SCOPE                   PIC X(48).
              88 FRZ-SCOPE-ALL                       VALUE 'ALL' '*'.
           05 FRZ-REASON                  PIC X(40).
           05 FRZ-ACTIVE                  PIC X(01).
              88 FRZ-IS-ACTIVE                       VALUE 'Y'.
           05 FRZ-UPD-USERID              PIC X(08).
           05 FRZ-UPD-DATE                PIC X(06).
           05 FILLER                      PIC X(20).
