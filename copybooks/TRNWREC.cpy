      ******************************************************************
      *    TRNWREC - IMS TRANSACTION WATCH RECORD LAYOUT (TRNWATF KSDS)
      *    ONE RECORD PER DESTINATION TRANSACTION CODE, KEYED ON THE
      *    TRAN CODE, CARRYING THE IMS QUEUE COUNT ABOVE WHICH
      *    MQTRWCH RAISES A BACKLOG ALERT AND THE NAME OF THE
      *    PROGRAM THAT SERVES THE TRANSACTION, SO A STOPPED
      *    PROGRAM IS CAUGHT AS WELL AS A STOPPED TRANSACTION. A
      *    TRAN CODE WITHOUT A WATCH RECORD FALLS BACK TO THE
      *    PROGRAM DEFAULT THRESHOLD AND NO PROGRAM CHECK.
      ******************************************************************
       01  TRNW-RECORD.
           05 TRNW-TRAN-CODE              PIC X(08).
           05 TRNW-PGM-NAME               PIC X(08).
           05 TRNW-QCOUNT-THRESHOLD       PIC 9(09).
           05 TRNW-DESCRIPTION            PIC X(30).
           05 FILLER                      PIC X(25).
