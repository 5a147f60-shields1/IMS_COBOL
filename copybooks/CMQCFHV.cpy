      ******************************************************************
      *    CMQCFHV - WEBSPHERE MQ FOR COBOL PCF HEADER (MQCFH) AND
      *    THE FIXED PARTS OF THE INTEGER (MQCFIN), STRING (MQCFST)
      *    AND INTEGER-LIST (MQCFIL) PARAMETER STRUCTURES
      *    (VENDOR-SUPPLIED COPYBOOK - SEE CMQV.cpy)
      ******************************************************************
       05  MQCFH.
           10  MQCFH-TYPE             PIC S9(9) COMP-5.
           10  MQCFH-STRUCLENGTH      PIC S9(9) COMP-5.
           10  MQCFH-VERSION          PIC S9(9) COMP-5.
           10  MQCFH-COMMAND          PIC S9(9) COMP-5.
           10  MQCFH-MSGSEQNUMBER     PIC S9(9) COMP-5.
           10  MQCFH-CONTROL          PIC S9(9) COMP-5.
           10  MQCFH-COMPCODE         PIC S9(9) COMP-5.
           10  MQCFH-REASON           PIC S9(9) COMP-5.
           10  MQCFH-PARAMETERCOUNT   PIC S9(9) COMP-5.
       05  MQCFIN.
           10  MQCFIN-TYPE            PIC S9(9) COMP-5.
           10  MQCFIN-STRUCLENGTH     PIC S9(9) COMP-5.
           10  MQCFIN-PARAMETER       PIC S9(9) COMP-5.
           10  MQCFIN-VALUE           PIC S9(9) COMP-5.
       05  MQCFST.
           10  MQCFST-TYPE            PIC S9(9) COMP-5.
           10  MQCFST-STRUCLENGTH     PIC S9(9) COMP-5.
           10  MQCFST-PARAMETER       PIC S9(9) COMP-5.
           10  MQCFST-CODEDCHARSETID  PIC S9(9) COMP-5.
           10  MQCFST-STRINGLENGTH    PIC S9(9) COMP-5.
       05  MQCFIL.
           10  MQCFIL-TYPE            PIC S9(9) COMP-5.
           10  MQCFIL-STRUCLENGTH     PIC S9(9) COMP-5.
           10  MQCFIL-PARAMETER       PIC S9(9) COMP-5.
           10  MQCFIL-COUNT           PIC S9(9) COMP-5.
