      * USAGE TO THE HOUSE ACCOUNT UNNOTICED. THE STATUS FLAG IS
      * 'A' = ACTIVE, 'S' = SUSPENDED. THE ENTITLEMENTS FIELD IS A
      * COMMA-DELIMITED LIST OF THE OPS THE CLIENT MAY CALL; A BLANK
      * LIST MEANS EVERY OP IS ALLOWED. THE PLAN CODE NAMES THE
      * RATE-PLAN MASTER ENTRY THE MONTHLY STATEMENT PRICES THE CLIENT
      * ON; A BLANK PLAN CODE MEANS THE HOUSE DEFAULT PLAN. COPIED WITH
      * REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS THE
      * MASTER IN JSON-PROCESS AND IN THE BATCH LOAD/MAINTENANCE
      * PROGRAM.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-CLIENT-ID                 PIC X(16).
           05  PREFIX-STATUS-FLAG               PIC X.
           05  PREFIX-ENTITLEMENTS              PIC X(80).
           05  PREFIX-DESCRIPTION               PIC X(30).
           05  PREFIX-PLAN-CODE                 PIC X(8).
