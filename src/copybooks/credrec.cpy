      **************************************************************************
      * CREDREC - SHARED RECORD LAYOUT FOR THE INDEXED CLIENT
      * CREDENTIALS FILE, KEYED ON THE clientId PLUS A KEY SEQUENCE
      * NUMBER SO A CLIENT CAN HOLD SEVERAL API KEYS AT ONCE (THE OLD
      * AND NEW KEY THROUGH A ROTATION'S OVERLAP WINDOW). ONLY THE
      * JSON-KEY-HASH DIGEST OF A KEY IS EVER STORED - THE KEY ITSELF
      * IS SHOWN ONCE, WHEN JSON-CRED-MAINT ISSUES IT, AND NOWHERE
      * ELSE. THE STATUS FLAG IS 'A' = ACTIVE, 'R' = REVOKED. AN
      * ACTIVE KEY IS ACCEPTED FROM ITS ISSUE DATE THROUGH ITS EXPIRY
      * DATE INCLUSIVE. A KEY RETIRED BY A ROTATION CARRIES THE
      * SEQUENCE NUMBER OF THE KEY THAT REPLACED IT (ZERO OTHERWISE),
      * AND ISSUES AND REVOCATIONS CARRY THE OPERATOR ID THAT MADE
      * THEM. COPIED WITH REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME
      * SHAPE BACKS THE FILE IN JSON-PROCESS, THE MAINTENANCE PROGRAM
      * AND THE WEEKLY REPORT.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-KEY.
               10  PREFIX-CLIENT-ID             PIC X(16).
               10  PREFIX-KEY-SEQ               PIC 9(3).
           05  PREFIX-KEY-HASH                  PIC X(64).
           05  PREFIX-STATUS-FLAG               PIC X.
           05  PREFIX-ISSUE-DATE                PIC X(8).
           05  PREFIX-EXPIRY-DATE               PIC X(8).
           05  PREFIX-ISSUED-BY                 PIC X(8).
           05  PREFIX-REVOKED-DATE              PIC X(8).
           05  PREFIX-REVOKED-BY                PIC X(8).
           05  PREFIX-REPLACED-BY-SEQ           PIC 9(3).
