      **************************************************************************
      * CAPREC - SHARED RECORD LAYOUT FOR THE COMMA-DELIMITED RESPONSE
      * CAPTURE FILE JSON-BATCH WRITES: ONE RECORD PER REPLAYED INPUT
      * RECORD CARRYING THE RECORD NUMBER AND THE OUTCOME (STATUS CODE,
      * RESULT, ERROR MESSAGE), THEN THE REQUEST'S requestId (SPACES
      * WHEN IT CARRIED NONE OR COULDN'T BE PARSED) SO A CAPTURED
      * RESPONSE CAN BE FOUND BY requestId. TWO CAPTURE FILES - ONE FROM
      * THE OLD CODE LEVEL, ONE FROM THE NEW - ARE THE INPUTS
      * JSON-COMPARE DIFFS FOR THE RELEASE SIGN-OFF REPORT. COPIED WITH
      * REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS THE
      * WRITER AND BOTH SIDES OF THE COMPARE.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-REC-NUM                   PIC 9(7).
           05  PREFIX-RESULT                    PIC -(7)9.9999.
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-ERROR-MESSAGE             PIC X(80).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-REQUEST-ID                PIC X(32).
