      ******************************************************************
      *    PPRPREC - PER-QUEUE PUT PROPERTIES RECORD (PUTPROPF KSDS)
      *    ONE RECORD PER DESTINATION QUEUE, KEYED ON THE QUEUE NAME,
      *    HOLDING THE MQMD VALUES EVERY PROGRAM THAT PUTS TO THE
      *    QUEUE MUST APPLY. APPLIED THROUGH THE MQPUTPR SUBPROGRAM
      *    IMMEDIATELY BEFORE THE MQPUT. A BLANK OR ZERO FIELD LEAVES
      *    THAT PROPERTY AS THE PUTTING PROGRAM SET IT, AND A QUEUE
      *    WITHOUT A RECORD KEEPS THE QUEUE DEFINITION DEFAULTS.
      *      PERSISTENCE   Y = PERSISTENT, N = NOT PERSISTENT
      *      PRIORITY      0 - 9
      *      EXPIRY        TENTHS OF A SECOND THE MESSAGE MAY LIVE
      *      FORMAT/CCSID  MQMD FORMAT NAME AND CODED CHARACTER SET
      *    EXPIRY REPORT Y ASKS THE QUEUE MANAGER FOR AN EXPIRATION
      *    REPORT ON THE EXPIRY REPORT QUEUE, WHICH MQEXPRPT READS
      *    FOR THE DAILY EXPIRED MESSAGE REPORT.
      ******************************************************************
       01  PPRP-RECORD.
           05 PPRP-QUEUE-NAME             PIC X(48).
           05 PPRP-PERSISTENCE            PIC X(01).
              88 PPRP-PERSISTENT                     VALUE 'Y'.
              88 PPRP-NOT-PERSISTENT                 VALUE 'N'.
           05 PPRP-PRIORITY               PIC X(01).
           05 PPRP-PRIORITY-N REDEFINES PPRP-PRIORITY
                                          PIC 9(01).
           05 PPRP-EXPIRY                 PIC 9(09).
           05 PPRP-FORMAT                 PIC X(08).
           05 PPRP-CCSID                  PIC 9(05).
           05 PPRP-EXPIRY-REPORT          PIC X(01).
              88 PPRP-REPORT-EXPIRY                  VALUE 'Y'.
           05 PPRP-UPD-USERID             PIC X(08).
           05 PPRP-UPD-DATE               PIC X(06).
           05 FILLER                      PIC X(20).
