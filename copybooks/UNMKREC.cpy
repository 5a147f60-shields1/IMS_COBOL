      ******************************************************************
      *    UNMKREC - UNMASKED VIEW AUTHORIZATION (UNMASKF KSDS)
      *    QAUTH-STYLE GRANT OF THE RIGHT TO SEE A QUEUE'S MESSAGE
      *    CONTENT WITHOUT THE MQMASKF MASKING. KEYED ON THE KIND OF
      *    GRANT, THE TRAN CODE OR USERID IT IS GIVEN TO, AND THE
      *    QUEUE NAME:
      *      ID TYPE  T = TRAN CODE - EVERY USER OF THE TRANSACTION
      *               U = USERID    - THAT USER IN ANY TRANSACTION
      *    ONLY ALLOW-UNMASKED Y GRANTS THE RIGHT - ANY OTHER VALUE,
      *    OR NO RECORD, LEAVES THE MASKING IN PLACE. EVERY UNMASKED
      *    VIEW IS WRITTEN TO THE AUDIT TRAIL (FUNCTION UNMSK).
      ******************************************************************
       01  UNMK-RECORD.
           05 UNMK-KEY.
              10 UNMK-ID-TYPE             PIC X(01).
                 88 UNMK-FOR-TRAN-CODE               VALUE 'T'.
                 88 UNMK-FOR-USERID                  VALUE 'U'.
              10 UNMK-ID                  PIC X(08).
              10 UNMK-QUEUE-NAME          PIC X(48).
           05 UNMK-ALLOW-UNMASKED         PIC X(01).
              88 UNMK-UNMASKED-ALLOWED               VALUE 'Y'.
           05 UNMK-UPD-USERID             PIC X(08).
           05 UNMK-UPD-DATE               PIC X(06).
           05 FILLER                      PIC X(20).
