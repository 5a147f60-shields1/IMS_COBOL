      ******************************************************************
      *    MASKREC - PER-QUEUE PAYLOAD MASKING RULE (MQMASKF KSDS)
      *    ONE RECORD PER SENSITIVE FIELD, KEYED ON QUEUE NAME PLUS A
      *    RULE SEQUENCE NUMBER. EVERY ACTIVE RULE FOR A QUEUE IS
      *    APPLIED BY THE MQMASK SERVICE TO MESSAGE CONTENT BEFORE IT
      *    IS SHOWN TO AN OPERATOR (IMSMQ01, MQERRRQ), SO CARD
      *    NUMBERS, ACCOUNT NUMBERS AND PERSONAL DATA ARE NOT SEEN IN
      *    CLEAR. THE FIELD IS LOCATED THE WAY MQMAPF LOCATES A SOURCE
      *    FIELD - A FIXED OFFSET/LENGTH, OR THE NTH FIELD OF A
      *    DELIMITED MESSAGE.
      *      MASK STYLE   F = MASK THE WHOLE FIELD
      *                   L = KEEP THE LAST 4 CHARACTERS (A FIELD OF
      *                       4 OR FEWER IS MASKED WHOLE)
      *      MASK CHAR    BLANK = '*'
      *    WHO MAY SEE THE QUEUE UNMASKED IS HELD IN UNMASKF (UNMKREC).
      ******************************************************************
       01  MASK-RECORD.
           05 MASK-KEY.
              10 MASK-QUEUE-NAME          PIC X(48).
              10 MASK-RULE-SEQ            PIC 9(03).
           05 MASK-ACTIVE                 PIC X(01).
              88 MASK-IS-ACTIVE                      VALUE 'Y'.
           05 MASK-FIELD-TYPE             PIC X(01).
              88 MASK-FIELD-FIXED                    VALUE 'F'.
              88 MASK-FIELD-DELIMITED                VALUE 'D'.
           05 MASK-OFFSET                 PIC 9(04).
           05 MASK-LENGTH                 PIC 9(04).
           05 MASK-DELIMITER              PIC X(01).
           05 MASK-FIELD-NUMBER           PIC 9(03).
           05 MASK-STYLE                  PIC X(01).
              88 MASK-STYLE-FULL                     VALUE 'F' ' '.
              88 MASK-STYLE-KEEP-LAST4               VALUE 'L'.
           05 MASK-CHAR                   PIC X(01).
           05 MASK-UPD-USERID             PIC X(08).
           05 MASK-UPD-DATE               PIC X(06).
           05 FILLER                      PIC X(20).
