      ******************************************************************
      *    CMQCFV - WEBSPHERE MQ FOR COBOL PROGRAMMABLE COMMAND
      *    FORMAT (PCF) CONSTANTS
      *    (VENDOR-SUPPLIED COPYBOOK - SEE CMQV.cpy)
      ******************************************************************
      * STRUCTURE TYPES
       05  MQCFT-COMMAND              PIC S9(9) COMP-5 VALUE 1.
       05  MQCFT-RESPONSE             PIC S9(9) COMP-5 VALUE 2.
       05  MQCFT-INTEGER              PIC S9(9) COMP-5 VALUE 3.
       05  MQCFT-STRING               PIC S9(9) COMP-5 VALUE 4.
       05  MQCFT-INTEGER-LIST         PIC S9(9) COMP-5 VALUE 5.
       05  MQCFT-COMMAND-XR           PIC S9(9) COMP-5 VALUE 16.
       05  MQCFT-XR-MSG               PIC S9(9) COMP-5 VALUE 17.
       05  MQCFT-XR-ITEM              PIC S9(9) COMP-5 VALUE 18.
       05  MQCFT-XR-SUMMARY           PIC S9(9) COMP-5 VALUE 19.
      * STRUCTURE LENGTHS AND VERSIONS
       05  MQCFH-STRUC-LENGTH         PIC S9(9) COMP-5 VALUE 36.
       05  MQCFH-VERSION-1            PIC S9(9) COMP-5 VALUE 1.
       05  MQCFH-VERSION-3            PIC S9(9) COMP-5 VALUE 3.
       05  MQCFIN-STRUC-LENGTH        PIC S9(9) COMP-5 VALUE 16.
       05  MQCFST-STRUC-LENGTH-FIXED  PIC S9(9) COMP-5 VALUE 20.
       05  MQCFIL-STRUC-LENGTH-FIXED  PIC S9(9) COMP-5 VALUE 16.
      * CONTROL OPTIONS
       05  MQCFC-NOT-LAST             PIC S9(9) COMP-5 VALUE 0.
       05  MQCFC-LAST                 PIC S9(9) COMP-5 VALUE 1.
      * COMMAND CODES
       05  MQCMD-INQUIRE-CHANNEL-STATUS
                                      PIC S9(9) COMP-5 VALUE 42.
      * PARAMETER TYPES
       05  MQIACF-ALL                 PIC S9(9) COMP-5 VALUE 1009.
       05  MQIACH-CHANNEL-INSTANCE-ATTRS
                                      PIC S9(9) COMP-5 VALUE 1524.
       05  MQIACH-CHANNEL-STATUS      PIC S9(9) COMP-5 VALUE 1527.
       05  MQIACH-INDOUBT-STATUS      PIC S9(9) COMP-5 VALUE 1528.
       05  MQCACH-CHANNEL-NAME        PIC S9(9) COMP-5 VALUE 3501.
       05  MQCACH-LAST-MSG-TIME       PIC S9(9) COMP-5 VALUE 3524.
       05  MQCACH-LAST-MSG-DATE       PIC S9(9) COMP-5 VALUE 3525.
      * CHANNEL STATUS VALUES
       05  MQCHS-INACTIVE             PIC S9(9) COMP-5 VALUE 0.
       05  MQCHS-BINDING              PIC S9(9) COMP-5 VALUE 1.
       05  MQCHS-STARTING             PIC S9(9) COMP-5 VALUE 2.
       05  MQCHS-RUNNING              PIC S9(9) COMP-5 VALUE 3.
       05  MQCHS-STOPPING             PIC S9(9) COMP-5 VALUE 4.
       05  MQCHS-RETRYING             PIC S9(9) COMP-5 VALUE 5.
       05  MQCHS-STOPPED              PIC S9(9) COMP-5 VALUE 6.
       05  MQCHS-REQUESTING           PIC S9(9) COMP-5 VALUE 7.
       05  MQCHS-PAUSED               PIC S9(9) COMP-5 VALUE 8.
       05  MQCHS-INITIALIZING         PIC S9(9) COMP-5 VALUE 13.
      * IN-DOUBT STATUS VALUES
       05  MQCHIDS-NOT-INDOUBT        PIC S9(9) COMP-5 VALUE 0.
       05  MQCHIDS-INDOUBT            PIC S9(9) COMP-5 VALUE 1.
      * REASON CODES
       05  MQRCCF-CHL-STATUS-NOT-FOUND
                                      PIC S9(9) COMP-5 VALUE 4008.
      * FORMAT NAMES
       05  MQFMT-ADMIN                PIC X(8)  VALUE 'MQADMIN '.
