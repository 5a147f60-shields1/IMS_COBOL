      ******************************************************************
      *    RULXPARM - PARAMETER AREA FOR THE MQRULEX ROUTING RULE
      *    SUBPROGRAM. IMSMQ02 AND THE MQRULTS REGRESSION HARNESS
      *    BOTH CALL IT, SO A PARTNER MESSAGE IS VALIDATED AND
      *    TRANSFORMED BY THE SAME CODE IN TEST AS IN PRODUCTION.
      *    THE CALL IS
      *      CALL 'MQRULEX' USING RULX-PARM VALR-RECORD MQMAP-RECORD
      *                           <MESSAGE BUFFER> <OUTPUT BUFFER>
      *    WITH BOTH BUFFERS 32768 BYTES. THE CALLER READS THE RULE
      *    RECORD OR THE MAPPING RECORD ITSELF AND SETS:
      *      VAL  - APPLY THE VALIDATION RULE RECORD TO THE MESSAGE.
      *             RULX-DATALEN IS THE FULL MESSAGE LENGTH,
      *             RULX-USED-LEN THE BYTES PRESENT IN THE BUFFER.
      *             A FAILED RULE COMES BACK IN RULX-FAIL-RULE.
      *      MAP  - APPLY ONE FIELD MAPPING RECORD, BUILDING THE
      *             OUTPUT BUFFER. RULX-USED-LEN IS THE SOURCE
      *             LENGTH, RULX-OUT-LEN CARRIES THE OUTPUT LENGTH
      *             FROM ONE MAPPING TO THE NEXT (ZERO BEFORE THE
      *             FIRST). THE REASON COMES BACK IN RULX-FAIL-TEXT.
      *    RULX-RETURN: 0 = PASSED/APPLIED, 4 = RULE FAILED.
      ******************************************************************
       01  RULX-PARM.
           05 RULX-FUNCTION               PIC X(04).
              88 RULX-FUNC-VALIDATE                  VALUE 'VAL '.
              88 RULX-FUNC-MAP                       VALUE 'MAP '.
           05 RULX-DATALEN                PIC S9(09) BINARY.
           05 RULX-USED-LEN               PIC S9(09) BINARY.
           05 RULX-OUT-LEN                PIC S9(09) BINARY.
           05 RULX-RETURN                 PIC X(01).
              88 RULX-RETURN-OK                      VALUE '0'.
              88 RULX-RULE-FAILED                    VALUE '4'.
           05 RULX-FAIL-RULE              PIC X(08).
           05 RULX-FAIL-TEXT              PIC X(30).
