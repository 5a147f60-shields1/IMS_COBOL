      ******************************************************************
      *    FOVRREC - CHANGE-FREEZE EMERGENCY OVERRIDE (FRZOVRF KSDS)
      *    ONE RECORD PER OVERRIDE CODE, KEYED ON A CODE BUILT FROM THE
      *    REQUEST DATE/TIME PLUS A SEQUENCE NUMBER, AS PENDCHG IS.
      *    THE OPERATOR WHO HAS TO RUN A FROZEN COMMAND REQUESTS THE
      *    OVERRIDE THROUGH MQFRZOV AGAINST AN INCIDENT NUMBER, NAMING
      *    THE FREEZE, THE COMMAND AND (OPTIONALLY) THE QUEUE. A SECOND
      *    USER - NEVER THE REQUESTER - APPROVES IT, AND ONLY THEN DOES
      *    THE CODE LET ONE COMMAND THROUGH: THE MQFRZCK SERVICE
      *    ACCEPTS IT FROM THE REQUESTER ALONE, FOR THAT FREEZE AND
      *    COMMAND, AND MARKS IT USED ON THE SPOT. THE USE GOES TO THE
      *    AUDIT TRAIL (FOVRD) AND MQMORN LISTS IT THE NEXT MORNING.
      *    COMMAND IS THE COMMAND AS TYPED IN THE TRANSACTION - SEE
      *    FRZPARM FOR THE VALUES. A BLANK QUEUE COVERS ANY QUEUE THE
      *    FREEZE COVERS.
      ******************************************************************
       01  FOVR-RECORD.
           05 FOVR-KEY.
              10 FOVR-CODE.
                 15 FOVR-CODE-DATE        PIC X(06).
                 15 FOVR-CODE-TIME        PIC X(06).
                 15 FOVR-CODE-SEQ         PIC 9(02).
           05 FOVR-FREEZE-ID              PIC X(08).
           05 FOVR-COMMAND                PIC X(05).
           05 FOVR-QUEUE-NAME             PIC X(48).
           05 FOVR-INCIDENT               PIC X(12).
           05 FOVR-STATUS                 PIC X(01).
              88 FOVR-IS-PENDING                     VALUE 'P'.
              88 FOVR-IS-APPROVED                    VALUE 'A'.
              88 FOVR-IS-REJECTED                    VALUE 'R'.
              88 FOVR-IS-USED                        VALUE 'U'.
           05 FOVR-REQUESTER              PIC X(08).
           05 FOVR-REQ-DATE               PIC X(06).
           05 FOVR-REQ-TIME               PIC X(08).
           05 FOVR-APPROVER               PIC X(08).
           05 FOVR-APP-DATE               PIC X(06).
           05 FOVR-APP-TIME               PIC X(08).
           05 FOVR-USED-DATE              PIC X(06).
           05 FOVR-USED-TIME              PIC X(08).
           05 FOVR-USED-TRAN-CODE         PIC X(08).
           05 FOVR-USED-QUEUE             PIC X(48).
           05 FILLER                      PIC X(20).
