      ******************************************************************
      *    RPTRREC - REPORT REPOSITORY RECORD LAYOUT (RPTREPO KSDS)
      *    EVERY LINE A NIGHTLY REPORT PRINTS, KEYED ON THE REPORT
      *    NAME (THE JOB NAME), THE BUSINESS DATE, THE PAGE AND THE
      *    LINE ON THE PAGE - WRITTEN THROUGH MQRPTWR, PAGED ON THE
      *    TERMINAL BY THE MQRPTVW TRANSACTION AND TRIMMED BY MQRETPG
      *    UNDER THE RPTREPO RETENTION POLICY.
      *    PAGE 0000 LINE 0000 IS THE HEADER OF THE RUN - TITLE,
      *    WHEN IT RAN AND HOW MANY PAGES AND LINES IT PRINTED.
      ******************************************************************
       01  RPTR-RECORD.
           05 RPTR-KEY.
              10 RPTR-REPORT              PIC X(08).
              10 RPTR-DATE                PIC X(06).
              10 RPTR-PAGE                PIC 9(04).
              10 RPTR-LINE                PIC 9(04).
           05 RPTR-TEXT                   PIC X(132).
           05 RPTR-HEADER REDEFINES RPTR-TEXT.
              10 RPTR-HDR-TITLE           PIC X(40).
              10 RPTR-HDR-RUN-DATE        PIC X(06).
              10 RPTR-HDR-RUN-TIME        PIC X(08).
              10 RPTR-HDR-PAGES           PIC 9(04).
              10 RPTR-HDR-LINES           PIC 9(06).
              10 FILLER                   PIC X(68).
           05 FILLER                      PIC X(06).
