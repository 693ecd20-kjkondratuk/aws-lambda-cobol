      **************************************************************************
      * CLIDAYREC - SHARED RECORD LAYOUT FOR THE INDEXED CLIENT-DAILY
      * SUMMARY MASTER, KEYED ON DAY / clientId AND CARRYING THE
      * CLIENT'S REQUEST COUNT FOR THE DAY, HOW MANY OF THOSE FAILED
      * (ANY STATUS OTHER THAN 200, THE SAME RULE JSON-TREND USES) AND
      * HOW MANY OF THE FAILURES WERE 429 OVER-QUOTA REFUSALS.
      * REQUESTS WITH NO clientId POST UNDER A SPACES clientId. POSTED
      * BY JSON-ROLLOVER ALONGSIDE AUDIT-HISTORY AS EACH DAY IS
      * ARCHIVED AND READ BACK BY JSON-ANOMALY; THE DAY LEADS THE KEY
      * SO ONE DAY'S CLIENTS COME OFF THE INDEX TOGETHER. COPIED WITH
      * REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS THE
      * MASTER IN BOTH PROGRAMS.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-KEY.
               10  PREFIX-DATE                  PIC X(8).
               10  PREFIX-CLIENT-ID             PIC X(16).
           05  PREFIX-REQUESTS                  PIC 9(7).
           05  PREFIX-FAILURES                  PIC 9(7).
           05  PREFIX-QUOTA-REFUSALS            PIC 9(7).
