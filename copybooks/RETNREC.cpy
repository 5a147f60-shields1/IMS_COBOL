      ******************************************************************
      *    RETNREC - HOUSEKEEPING RETENTION POLICY RECORD LAYOUT
      *    (RETNPOLF KSDS). ONE RECORD PER DATASET MQRETPG TRIMS,
      *    KEYED ON THE DD NAME OF THE LIVE FILE (STATHIST, LATLOG,
      *    VIOLLOG, ALERTHST, PENDCHG, SCHEDF, RPTREPO).
      *      DAYS    - RECORDS OLDER THAN THIS MANY DAYS BEFORE THE
      *                BUSINESS DATE ARE AGED. ZERO OR NO RECORD =
      *                THE DATASET IS NOT TOUCHED.
      *      ACTION  - A = COPY AGED RECORDS TO THE ARCHIVE
      *                    GENERATION, RECONCILE, THEN REMOVE THEM
      *                D = REMOVE AGED RECORDS WITHOUT AN ARCHIVE
      ******************************************************************
       01  RETN-RECORD.
           05 RETN-DATASET                PIC X(08).
           05 RETN-DAYS                   PIC 9(04).
           05 RETN-ACTION                 PIC X(01).
              88 RETN-ARCHIVE                        VALUE 'A'.
              88 RETN-DELETE                         VALUE 'D'.
              88 RETN-ACTION-VALID                   VALUE 'A' 'D'.
           05 RETN-DESCRIPTION            PIC X(30).
           05 RETN-UPD-USERID             PIC X(08).
           05 RETN-UPD-DATE               PIC X(06).
           05 FILLER                      PIC X(23).
