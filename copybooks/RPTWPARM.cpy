      ******************************************************************
      *    RPTWPARM - PARAMETER AREA FOR THE MQRPTWR REPORT
      *    REPOSITORY WRITER. A NIGHTLY REPORT CALLS IT WITH:
      *      OPEN - START THE REPORT FOR THE BUSINESS DATE. AN
      *             EARLIER COPY OF THE SAME REPORT AND DATE (A
      *             RERUN) IS REPLACED.
      *      LINE - KEEP RPTW-TEXT AS THE NEXT LINE OF THE REPORT.
      *             PAGES ARE CUT BY THE WRITER.
      *      CLOS - FINISH THE REPORT AND RECORD THE JOB'S RETURN
      *             CODE (RPTW-RETURN-CODE) ON RUNCTLF.
      *    RPTW-RETURN: 0 = OK, 8 = REPOSITORY UNAVAILABLE - THE
      *    REPORT STILL GOES TO SYSOUT, SO THE CALLER CARRIES ON.
      ******************************************************************
       01  RPTW-PARM.
           05 RPTW-FUNCTION               PIC X(04).
              88 RPTW-FUNC-OPEN                      VALUE 'OPEN'.
              88 RPTW-FUNC-LINE                      VALUE 'LINE'.
              88 RPTW-FUNC-CLOSE                     VALUE 'CLOS'.
           05 RPTW-REPORT                 PIC X(08).
           05 RPTW-DATE                   PIC X(06).
           05 RPTW-TITLE                  PIC X(40).
           05 RPTW-RETURN-CODE            PIC 9(04).
           05 RPTW-TEXT                   PIC X(132).
           05 RPTW-RETURN                 PIC X(01).
              88 RPTW-RETURN-OK                      VALUE '0'.
              88 RPTW-FILE-ERROR                     VALUE '8'.
