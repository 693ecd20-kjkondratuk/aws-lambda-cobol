      **************************************************************************
      * PENDREC - SHARED RECORD LAYOUT FOR THE INDEXED PENDING-CHANGES
      * FILE THE MASTER MAINTENANCE LOADS STAGE INTO. JSON-TARIFF-LOAD
      * AND JSON-CLIENT-LOAD NO LONGER TOUCH THEIR MASTERS - EACH
      * INPUT LINE BECOMES ONE PENDING CHANGE CARRYING THE MASTER IT
      * IS FOR ('T' = TARIFF-MASTER, 'C' = CLIENT-MASTER), THE ACTION
      * ('A' = ADD A NEW RECORD, 'C' = CHANGE AN EXISTING ONE), THE
      * MASTER KEY, THE OPERATOR ID THAT STAGED IT, AND BEFORE AND
      * AFTER IMAGES OF THE MASTER RECORD. JSON-MAINT-APPROVE, RUN
      * UNDER A DIFFERENT OPERATOR ID, SHOWS EACH CHANGE AND SETS THE
      * STATUS FLAG - 'P' = PENDING, 'A' = APPLIED, 'R' = REJECTED,
      * 'S' = SUPERSEDED (THE MASTER NO LONGER MATCHES THE BEFORE
      * IMAGE, SO THE CHANGE MUST BE STAGED AGAIN). THE KEY IS THE
      * STAGING RUN'S TIMESTAMP PLUS THE INPUT LINE NUMBER, SO CHANGES
      * SIT IN THE ORDER THEY WERE STAGED. COPIED WITH REPLACING
      * PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS THE FILE IN THE
      * LOADS AND THE APPROVAL RUN.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-KEY.
               10  PREFIX-STAGED-TIMESTAMP      PIC X(21).
               10  PREFIX-LINE-NUM              PIC 9(7).
           05  PREFIX-MASTER-TYPE               PIC X.
           05  PREFIX-ACTION                    PIC X.
           05  PREFIX-RECORD-KEY                PIC X(16).
           05  PREFIX-MAKER-ID                  PIC X(8).
           05  PREFIX-STATUS-FLAG               PIC X.
           05  PREFIX-CHECKER-ID                PIC X(8).
           05  PREFIX-DECIDED-TIMESTAMP         PIC X(21).
           05  PREFIX-BEFORE-IMAGE              PIC X(160).
           05  PREFIX-AFTER-IMAGE               PIC X(160).
