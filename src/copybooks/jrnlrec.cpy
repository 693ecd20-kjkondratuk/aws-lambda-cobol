      **************************************************************************
      * JRNLREC - SHARED RECORD LAYOUT FOR THE COMMA-DELIMITED
      * MAINT-JOURNAL, THE PERMANENT RECORD OF EVERY CHANGE APPLIED TO
      * TARIFF-MASTER OR CLIENT-MASTER. JSON-MAINT-APPROVE APPENDS ONE
      * LINE PER APPLIED CHANGE - WHEN IT WAS APPLIED, THE MASTER
      * ('T' / 'C') AND ACTION ('A' ADD / 'C' CHANGE), THE MASTER KEY,
      * WHO STAGED IT AND WHEN, WHO APPROVED IT, AND THE BEFORE AND
      * AFTER IMAGES OF THE RECORD - AND NOTHING EVER REWRITES IT, SO
      * "WHO CHANGED THIS RATE, AND WHEN" IS ANSWERED FROM HERE RATHER
      * THAN FROM THE MASTERS, WHICH ONLY KNOW THEIR CURRENT STATE. THE
      * IMAGES ARE FIXED COLUMNS AT THE END OF THE LINE, SO THE COMMAS
      * AN ENTITLEMENT LIST CARRIES DO NOT DISTURB THE LAYOUT. COPIED
      * WITH REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS
      * THE WRITER AND THE JSON-JOURNAL-LIST REPORT.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-APPLIED-TIMESTAMP         PIC X(21).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-MASTER-TYPE               PIC X.
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-ACTION                    PIC X.
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-RECORD-KEY                PIC X(16).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-MAKER-ID                  PIC X(8).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-STAGED-TIMESTAMP          PIC X(21).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-CHECKER-ID                PIC X(8).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-BEFORE-IMAGE              PIC X(160).
           05  FILLER                           PIC X VALUE ','.
           05  PREFIX-AFTER-IMAGE               PIC X(160).
