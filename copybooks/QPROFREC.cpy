      *    MESSAGE MAY SIT ON THE QUEUE BEFORE THE TRIGGERED GET)
      *    DRIVES THE MQSLARPT LATENCY REPORT - ZERO MEANS NO
      *    TARGET AGREED FOR THE QUEUE.
      *    THE DRAIN MODE TELLS IMSMQ02 WHETHER ONE TRIGGER TAKES A
      *    SINGLE MESSAGE (S) OR WORKS THE QUEUE DOWN (D), AND THE
      *    DRAIN MAXIMUM CAPS THE MESSAGES ONE TRIGGER MAY TAKE -
      *    BLANK OR ZERO MEANS THE PROGRAM DEFAULT. THE DRAIN
      *    SECONDS CAP HOW LONG ONE TRIGGER MAY KEEP DRAINING - THEY
      *    TAKE THE LAST FOUR BYTES OF THE OLD 40-BYTE DESCRIPTION SO
      *    THE RECORD KEEPS ITS LENGTH, AND ANYTHING NOT NUMERIC
      *    THERE MEANS THE PROGRAM DEFAULT. THE TRIGGER USERDATA
      *    OVERRIDES ALL THREE.
      ******************************************************************
       01  QPROF-RECORD.
           05 QPROF-QUEUE-NAME            PIC X(48).
              88 QPROF-TRAFFIC-HIGH                  VALUE 'H'.
              88 QPROF-TRAFFIC-MEDIUM                VALUE 'M'.
              88 QPROF-TRAFFIC-LOW                   VALUE 'L'.
           05 QPROF-DESCRIPTION           PIC X(36).
           05 QPROF-DRAIN-SECONDS         PIC 9(04).
           05 QPROF-SLA-SECONDS           PIC 9(05).
           05 QPROF-DRAIN-MODE            PIC X(01).
              88 QPROF-DRAIN-SINGLE                  VALUE 'S'.
              88 QPROF-DRAIN-ON                      VALUE 'D'.
           05 QPROF-DRAIN-MAX-MSGS        PIC 9(04).
