      *    STAY ON THE RECORD AND GO TO THE AUDIT TRAIL. QAUTPND
      *    LISTS WHAT HAS SAT UNAPPROVED. ONE OPERATOR AT 2 AM CAN
      *    NO LONGER OPEN PURGE ACCESS TO A PRODUCTION QUEUE ALONE.
      *    THE SAME FLOW COVERS THE ROUTING CONFIGURATION: MQCFGTX
      *    WRITES PENDING CHANGES FOR MQROUTE, MQVALF AND MQMAPF WITH
      *    THE TARGET SET TO R, V OR M, THE TARGET DD NAME IN THE TRAN
      *    CODE FIELD AND THE PROPOSED RECORD IMAGE ON THE CFGPEND
      *    STAGING FILE UNDER THE SAME CHANGE ID (SEE CFGPREC). A
      *    BLANK TARGET IS A QAUTHF CHANGE. ACT/DEA SWITCH A
      *    CONFIGURATION ENTRY ACTIVE OR INACTIVE.
      ******************************************************************
       01  PEND-RECORD.
           05 PEND-KEY.
              88 PEND-ACTION-ADD                     VALUE 'ADD'.
              88 PEND-ACTION-UPD                     VALUE 'UPD'.
              88 PEND-ACTION-DEL                     VALUE 'DEL'.
              88 PEND-ACTION-ACT                     VALUE 'ACT'.
              88 PEND-ACTION-DEA                     VALUE 'DEA'.
           05 PEND-TRAN-CODE              PIC X(08).
           05 PEND-QUEUE-NAME             PIC X(48).
           05 PEND-ALLOW-FLAGS.
           05 PEND-APPROVER               PIC X(08).
           05 PEND-APP-DATE               PIC X(06).
           05 PEND-APP-TIME               PIC X(08).
           05 PEND-TARGET                 PIC X(01).
              88 PEND-TARGET-QAUTH                   VALUE ' ' 'Q'.
              88 PEND-TARGET-ROUTE                   VALUE 'R'.
              88 PEND-TARGET-VALR                    VALUE 'V'.
              88 PEND-TARGET-MAP                     VALUE 'M'.
              88 PEND-TARGET-CONFIG                  VALUE 'R' 'V' 'M'.
           05 PEND-MAP-SEQ                PIC X(03).
           05 FILLER                      PIC X(09).
