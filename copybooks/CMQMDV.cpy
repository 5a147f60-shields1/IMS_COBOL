           10  MQMD-ENCODING          PIC S9(9) COMP-5.
           10  MQMD-CODEDCHARSETID    PIC S9(9) COMP-5.
           10  MQMD-FORMAT            PIC X(8).
           10  MQMD-PRIORITY          PIC S9(9) COMP-5.
           10  MQMD-PERSISTENCE       PIC S9(9) COMP-5.
           10  MQMD-MSGID             PIC X(24).
           10  MQMD-CORRELID          PIC X(24).
           10  MQMD-BACKOUTCOUNT      PIC S9(9) COMP-5.
