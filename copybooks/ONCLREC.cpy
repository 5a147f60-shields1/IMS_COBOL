      ******************************************************************
      *    ONCLREC - OPS ON-CALL ROSTER RECORD (ONCALLF KSDS)
      *    ONE FILE HOLDS EVERY SUPPORT TEAM'S ROSTER, KEYED ON THE
      *    TEAM NAME, A RECORD TYPE, A TIER AND A SEQUENCE NUMBER.
      *      S = SHIFT ENTRY - AN LTERM ON DUTY FOR THE TEAM AT ONE
      *          ESCALATION TIER (1 = FIRST CALL, UP TO 9) ON THE
      *          FLAGGED DAYS (MONDAY FIRST, Y/N) FROM THE START TIME
      *          UP TO (NOT INCLUDING) THE END TIME, HHMM. AN END
      *          BEFORE THE START RUNS OVERNIGHT INTO THE NEXT DAY,
      *          START = END COVERS THE WHOLE DAY. WHILE THE DATE IS
      *          WITHIN THE COVER DATES (YYMMDD, BOTH INCLUSIVE) THE
      *          COVER LTERM IS PAGED INSTEAD - AN ABSENCE NEEDS NO
      *          ROSTER REWRITE.
      *      O = OWNER RULE - ALERTS FROM THE NAMED ALERT SOURCE
      *          (BLANK = ANY) FOR A QUEUE MATCHING THE SCOPE GO TO
      *          THIS TEAM. THE SCOPE IS A QUEUE NAME PATTERN AS IN
      *          THE FREEZE CALENDAR: ALL OR *, PREFIX*, OR ONE
      *          QUEUE. THE TIER IS ZERO.
      *    AN ALERT NO OWNER RULE MATCHES GOES TO TEAM DEFAULT.
      *    READ BY THE MQONCAL SERVICE FOR MQALRTD AND MQALRTR AND
      *    MAINTAINED BY THE SHIFT LEAD THROUGH MQONCMT.
      ******************************************************************
       01  ONCL-RECORD.
           05 ONCL-KEY.
              10 ONCL-TEAM                PIC X(08).
              10 ONCL-REC-TYPE            PIC X(01).
                 88 ONCL-IS-SHIFT                    VALUE 'S'.
                 88 ONCL-IS-OWNER                    VALUE 'O'.
              10 ONCL-TIER                PIC 9(01).
              10 ONCL-SEQ                 PIC 9(02).
           05 ONCL-ACTIVE                 PIC X(01).
              88 ONCL-IS-ACTIVE                      VALUE 'Y'.
           05 ONCL-BODY                   PIC X(80).
           05 ONCL-SHIFT REDEFINES ONCL-BODY.
              10 ONCL-LTERM               PIC X(08).
              10 ONCL-DAYS.
                 15 ONCL-DAY-FLAG         PIC X(01) OCCURS 7.
              10 ONCL-START-TIME          PIC X(04).
              10 ONCL-END-TIME            PIC X(04).
              10 ONCL-COVER-LTERM         PIC X(08).
              10 ONCL-COVER-FROM          PIC X(06).
              10 ONCL-COVER-TO            PIC X(06).
              10 FILLER                   PIC X(37).
           05 ONCL-OWNER REDEFINES ONCL-BODY.
              10 ONCL-OWN-ALERT-TYPE      PIC X(08).
              10 ONCL-OWN-SCOPE           PIC X(48).
                 88 ONCL-OWN-SCOPE-ALL               VALUE 'ALL' '*'.
              10 FILLER                   PIC X(24).
           05 ONCL-UPD-USERID             PIC X(08).
           05 ONCL-UPD-DATE               PIC X(06).
           05 FILLER                      PIC X(20).
