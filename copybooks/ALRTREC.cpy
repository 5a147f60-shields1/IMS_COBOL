      *    ANYTHING STILL UNACKNOWLEDGED AFTER THE SET INTERVAL -
      *    SO A 3 AM ALERT CAN NO LONGER SIT UNSEEN UNTIL 7 AM
      *    WITH NOBODY ABLE TO PROVE WHO SAW IT.
      *    THE ALERT GOES TO THE LTERMS ON DUTY ON THE ON-CALL ROSTER
      *    (ONCALLF) FOR THE TEAM THAT OWNS IT. THE TIER IT HAS BEEN
      *    ESCALATED TO, AND THE RE-ALERTS SENT AT THAT TIER, ARE
      *    KEPT HERE BY MQALRTR.
      ******************************************************************
       01  ALERT-RECORD.
           05 ALERT-KEY.
           05 ALERT-ACK-DATE              PIC X(06).
           05 ALERT-ACK-TIME              PIC X(06).
           05 ALERT-REALERT-COUNT         PIC 9(03).
           05 ALERT-TEAM                  PIC X(08).
           05 ALERT-TIER                  PIC 9(01).
           05 ALERT-TIER-REALERTS         PIC 9(02).
           05 FILLER                      PIC X(01).
