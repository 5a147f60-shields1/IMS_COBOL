      ******************************************************************
      *    TRNHREC - IMS TRANSACTION STATUS HISTORY RECORD LAYOUT
      *    (TRANHIST, SEQUENTIAL). ONE RECORD PER ACTIVE ROUTE PER
      *    MQTRWCH SWEEP, CARRYING THE SOURCE QUEUE, THE DESTINATION
      *    TRAN CODE, THE TRANSACTION AND PROGRAM STOP FLAGS AND THE
      *    IMS QUEUE COUNT AGAINST ITS THRESHOLD. READ BY MQMORN TO
      *    SHOW THE IMS SIDE OF EACH INTERFACE NEXT TO THE MQ SIDE.
      *    STATUS IS OK, TRANSTOP, PGMSTOP, QBACKLOG OR INQY NOK.
      ******************************************************************
       01  TRNH-RECORD.
           05 TRNH-QUEUE-NAME             PIC X(48).
           05 TRNH-TRAN-CODE              PIC X(08).
           05 TRNH-PGM-NAME               PIC X(08).
           05 TRNH-DATE                   PIC X(08).
           05 TRNH-TIME                   PIC X(08).
           05 TRNH-TRAN-STOPPED           PIC X(01).
           05 TRNH-PGM-STOPPED            PIC X(01).
           05 TRNH-QUEUE-COUNT            PIC 9(09).
           05 TRNH-THRESHOLD              PIC 9(09).
           05 TRNH-STATUS                 PIC X(10).
           05 FILLER                      PIC X(10).
