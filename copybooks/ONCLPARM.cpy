      ******************************************************************
      *    ONCLPARM - PARAMETER AREA FOR THE MQONCAL ON-CALL ROSTER
      *    LOOKUP. CALLED BY MQALRTD FOR A NEW ALERT AND BY MQALRTR
      *    FOR EVERY RE-ALERT:
      *      CALL 'MQONCAL' USING ONCL-PARM
      *    THE CALLER PASSES THE ALERT TEXT, THE OWNING TEAM (BLANK
      *    = FIND IT FROM THE OWNER RULES) AND THE HIGHEST TIER TO
      *    PAGE. THE SERVICE RETURNS THE TEAM, THE LTERMS ON DUTY NOW
      *    FOR TIERS UP TO THAT ONE (COVER APPLIED), THE HIGHEST TIER
      *    THAT HAD ANYONE ON DUTY, AND THE NEXT TIER UP WITH SOMEONE
      *    ON DUTY (ZERO = NOWHERE LEFT TO ESCALATE).
      *    ONCP-RETURN  0 = LTERMS FOUND
      *                 4 = NOBODY ON DUTY (OR NO ROSTER) - THE CALLER
      *                     FALLS BACK TO THE OPS CONSOLE LTERMS
      *                 8 = ROSTER UNREADABLE - FALL BACK LIKEWISE
      ******************************************************************
       01  ONCL-PARM.
           05 ONCP-ALERT-TEXT             PIC X(110).
           05 ONCP-TEAM                   PIC X(08).
           05 ONCP-TIER                   PIC 9(01).
           05 ONCP-RETURN                 PIC X(01).
              88 ONCP-RETURN-OK                      VALUE '0'.
              88 ONCP-NOBODY-ON-DUTY                 VALUE '4'.
              88 ONCP-ROSTER-ERROR                   VALUE '8'.
           05 ONCP-TIER-REACHED           PIC 9(01).
           05 ONCP-NEXT-TIER              PIC 9(01).
           05 ONCP-LTERM-COUNT            PIC 9(02).
           05 ONCP-LTERM                  PIC X(08) OCCURS 20
                                          INDEXED BY ONCP-IX.
