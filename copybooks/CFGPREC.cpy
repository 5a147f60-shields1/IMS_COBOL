      ******************************************************************
      *    CFGPREC - PENDING CONFIGURATION IMAGE (CFGPEND KSDS)
      *    ONE RECORD PER PENDING MQROUTE/MQVALF/MQMAPF CHANGE,
      *    KEYED ON THE PENDCHG CHANGE ID. MQCFGTX WRITES THE
      *    PROPOSED RECORD IMAGE (AND THE IMAGE IT REPLACES) HERE
      *    WHEN IT WRITES THE PENDING CHANGE, AND QAUTAPP APPLIES
      *    THE PROPOSED IMAGE TO THE TARGET FILE ON APPROVAL. THE
      *    BEFORE IMAGE IS SPACES FOR AN ADD. IMAGES ARE LEFT-
      *    JUSTIFIED RECORD COPIES PADDED WITH SPACES.
      ******************************************************************
       01  CFGP-RECORD.
           05 CFGP-ID                     PIC X(14).
           05 CFGP-TARGET                 PIC X(01).
              88 CFGP-TARGET-ROUTE                   VALUE 'R'.
              88 CFGP-TARGET-VALR                    VALUE 'V'.
              88 CFGP-TARGET-MAP                     VALUE 'M'.
           05 CFGP-NEW-IMAGE              PIC X(200).
           05 CFGP-OLD-IMAGE              PIC X(200).
           05 FILLER                      PIC X(25).
