      ******************************************************************
      *    RULTREC - ROUTING RULE REGRESSION TEST CASE (RULTCASE)
      *    SEQUENTIAL INPUT TO THE MQRULTS HARNESS - ONE REGRESSION
      *    PACK PER PARTNER. A CASE IS ONE 'C' HEADER RECORD
      *    FOLLOWED BY ITS 'P' PAYLOAD RECORDS AND, FOR A CASE
      *    EXPECTED TO ROUTE, ITS 'E' EXPECTED-IMAGE RECORDS. DATA
      *    RECORDS CARRY 200 BYTES EACH, CONCATENATED IN FILE ORDER
      *    AND CUT AT THE LENGTH ON THE HEADER. '*' RECORDS ARE
      *    COMMENTS.
      *    EXPECTED RESULT:
      *      R - ROUTED. THE IMAGE INSERTED TO THE DESTINATION (THE
      *          TRANSFORMED PAYLOAD, OR THE PAYLOAD ITSELF FOR A
      *          ROUTE WITHOUT TRANSFORMATION) MUST MATCH THE 'E'
      *          RECORDS. AN EXPECTED LENGTH OF ZERO SKIPS THE
      *          IMAGE COMPARE.
      *      V - REJECTED BY VALIDATION. A NON-BLANK RULE NAME
      *          (LENGTH/NUMERIC/LITERAL/RECTYPE) MUST MATCH.
      *      U - UNROUTABLE - NO ROUTE, INACTIVE ROUTE OR A FAILED
      *          PAYLOAD TRANSFORMATION (THE ERROR-QUEUE PATH).
      ******************************************************************
       01  RULT-RECORD.
           05 RULT-TYPE                   PIC X(01).
              88 RULT-IS-CASE                        VALUE 'C'.
              88 RULT-IS-PAYLOAD                     VALUE 'P'.
              88 RULT-IS-EXPECTED                    VALUE 'E'.
              88 RULT-IS-COMMENT                     VALUE '*'.
           05 RULT-CASE-ID                PIC X(08).
           05 RULT-BODY                   PIC X(200).
           05 RULT-CASE-BODY REDEFINES RULT-BODY.
              10 RULT-QUEUE-NAME          PIC X(48).
              10 RULT-EXPECT              PIC X(01).
                 88 RULT-EXPECT-ROUTED               VALUE 'R'.
                 88 RULT-EXPECT-REJECTED             VALUE 'V'.
                 88 RULT-EXPECT-UNROUTABLE           VALUE 'U'.
                 88 RULT-EXPECT-VALID                VALUE 'R' 'V'
                                                           'U'.
              10 RULT-EXPECT-RULE         PIC X(08).
              10 RULT-PAYLOAD-LEN         PIC 9(05).
              10 RULT-EXPECT-LEN          PIC 9(05).
              10 RULT-DESCRIPTION         PIC X(40).
              10 FILLER                   PIC X(93).
           05 FILLER                      PIC X(11).
