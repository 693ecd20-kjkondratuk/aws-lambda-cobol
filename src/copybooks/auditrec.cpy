      **************************************************************************
      * AUDITREC - SHARED RECORD LAYOUT FOR THE COMMA-DELIMITED AUDIT
      * LOG. COPIED WITH REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME
      * SHAPE CAN BACK THE LIVE AUDIT-LOG FILE AS WELL AS THE SORT WORK
      * FILE AND SORTED OUTPUT FILE JSON-RECON USES TO PRODUCE ITS
      * CONTROL-BREAK REPORT. FIELDS ADDED SINCE THE LOG WENT LIVE
      * (CLIENT-ID, ITEM-COUNT, REQUEST-ID, TARIFF-CODE) ARE APPENDED AT
      * THE END OF THE RECORD SO THE RECORDS ALREADY ON DISK STILL PARSE
      * - A SHORT OLD LINE READS AS SPACES IN THE NEW FIELDS, WHICH
      * CORRECTLY MEANS "NO clientId / NO items / NO requestId". NEVER
      * INSERT A NEW FIELD MID-RECORD. REQUEST-ID IS THE CALLER'S
      * requestId, SO THE RECORD CAN BE TIED TO SEEN-REQUESTS AND THE
      * BATCH FILES; TARIFF-CODE IS THE TARIFF A PRICE REQUEST WAS
      * PRICED ON AND SPACES FOR EVERY OTHER OP.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-TIMESTAMP                 PIC X(21).
           05  PREFIX-CLIENT-ID                 PIC X(16).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-ITEM-COUNT                PIC 999.
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-REQUEST-ID                PIC X(32).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-TARIFF-CODE               PIC X(8).
