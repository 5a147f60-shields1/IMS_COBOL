       05  MQOO-OUTPUT                PIC S9(9) COMP-5 VALUE 16.
       05  MQOO-BROWSE                PIC S9(9) COMP-5 VALUE 8.
       05  MQOO-INQUIRE               PIC S9(9) COMP-5 VALUE 32.
       05  MQOO-SET                   PIC S9(9) COMP-5 VALUE 64.
       05  MQOO-SET-ALL-CONTEXT       PIC S9(9) COMP-5 VALUE 2048.
       05  MQOO-FAIL-IF-QUIESCING     PIC S9(9) COMP-5 VALUE 8192.
      * CLOSE OPTIONS
       05  MQCO-NONE                  PIC S9(9) COMP-5 VALUE 0.
       05  MQPMO-NO-SYNCPOINT         PIC S9(9) COMP-5 VALUE 4.
       05  MQPMO-SYNCPOINT            PIC S9(9) COMP-5 VALUE 2.
       05  MQPMO-DEFAULT-CONTEXT      PIC S9(9) COMP-5 VALUE 32.
       05  MQPMO-SET-ALL-CONTEXT      PIC S9(9) COMP-5 VALUE 2048.
      * MESSAGE ID / CORRELID / REPORT
       05  MQMI-NONE                  PIC X(24) VALUE LOW-VALUE.
       05  MQCI-NONE                  PIC X(24) VALUE LOW-VALUE.
       05  MQRO-NONE                  PIC S9(9) COMP-5 VALUE 0.
       05  MQRO-EXPIRATION            PIC S9(9) COMP-5 VALUE 2097152.
      * PERSISTENCE / PRIORITY / EXPIRY
       05  MQPER-NOT-PERSISTENT       PIC S9(9) COMP-5 VALUE 0.
       05  MQPER-PERSISTENT           PIC S9(9) COMP-5 VALUE 1.
       05  MQPER-PERSISTENCE-AS-Q-DEF PIC S9(9) COMP-5 VALUE 2.
       05  MQPRI-PRIORITY-AS-Q-DEF    PIC S9(9) COMP-5 VALUE -1.
       05  MQEI-UNLIMITED             PIC S9(9) COMP-5 VALUE -1.
      * MESSAGE TYPES
       05  MQMT-REQUEST               PIC S9(9) COMP-5 VALUE 1.
       05  MQMT-REPLY                 PIC S9(9) COMP-5 VALUE 2.
       05  MQMT-DATAGRAM              PIC S9(9) COMP-5 VALUE 8.
       05  MQMT-REPORT                PIC S9(9) COMP-5 VALUE 4.
      * FEEDBACK CODES
       05  MQFB-NONE                  PIC S9(9) COMP-5 VALUE 0.
       05  MQFB-EXPIRATION            PIC S9(9) COMP-5 VALUE 258.
      * FEEDBACK IMSMQ02 SETS ON THE ERROR-QUEUE COPY OF AN OVERSIZE
      * MESSAGE (APPLICATION RANGE + 2079) - MQERRRQ NEVER REQUEUES IT
       05  MQFB-TRUNCATED-COPY        PIC S9(9) COMP-5 VALUE 67615.
      * REASON CODES
       05  MQRC-ALREADY-CONNECTED     PIC S9(9) COMP-5 VALUE 2002.
       05  MQRC-NO-MSG-AVAILABLE      PIC S9(9) COMP-5 VALUE 2033.
       05  MQRC-TRUNCATED-MSG-ACCEPTED PIC S9(9) COMP-5 VALUE 2079.
       05  MQRC-TRUNCATED-MSG-FAILED  PIC S9(9) COMP-5 VALUE 2080.
       05  MQRC-PUT-INHIBITED         PIC S9(9) COMP-5 VALUE 2051.
       05  MQRC-Q-FULL                PIC S9(9) COMP-5 VALUE 2053.
       05  MQRC-Q-SPACE-NOT-AVAILABLE PIC S9(9) COMP-5 VALUE 2056.
      * FORMAT NAMES / CHARACTER SET
       05  MQFMT-NONE                 PIC X(8)  VALUE SPACES.
       05  MQCCSI-Q-MGR               PIC S9(9) COMP-5 VALUE 0.
       05  MQENC-NATIVE               PIC S9(9) COMP-5 VALUE 785.
       05  MQFMT-DEAD-LETTER-HEADER   PIC X(8)  VALUE 'MQDEAD  '.
      * INQUIRE SELECTORS / ATTRIBUTES
       05  MQIA-CURRENT-Q-DEPTH       PIC S9(9) COMP-5 VALUE 3.
       05  MQCA-Q-NAME                PIC S9(9) COMP-5 VALUE 2015.
       05  MQIA-TRIGGER-CONTROL       PIC S9(9) COMP-5 VALUE 24.
      * TRIGGER CONTROL VALUES
       05  MQTC-OFF                   PIC S9(9) COMP-5 VALUE 0.
       05  MQTC-ON                    PIC S9(9) COMP-5 VALUE 1.
