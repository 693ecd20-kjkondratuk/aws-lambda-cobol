       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-JOURNAL-LIST.

      **************************************************************************
      * AUDIT REPORT OF THE MAINT-JOURNAL - EVERY CHANGE EVER APPLIED
      * TO TARIFF-MASTER OR CLIENT-MASTER THROUGH JSON-MAINT-APPROVE,
      * IN THE ORDER IT WAS APPLIED, SHOWING WHEN IT WAS APPLIED, WHO
      * STAGED IT AND WHEN, WHO APPROVED IT, AND THE BEFORE AND AFTER
      * IMAGES OF THE RECORD. ANSWERS "WHO CHANGED THIS RATE, AND
      * WHEN" WITHOUT ANYONE HAVING TO READ THE MASTERS. THE COMMAND
      * LINE OPTIONALLY NARROWS THE LISTING:
      *   FIRST TOKEN  - T (TARIFF CHANGES ONLY), C (CLIENT CHANGES
      *                  ONLY) OR ALL (THE DEFAULT);
      *   SECOND TOKEN - A KEY, MATCHED AGAINST THE START OF THE
      *                  MASTER KEY - A TARIFF CODE LISTS EVERY
      *                  EFFECTIVE DATE OF THAT CODE, A clientId LISTS
      *                  THAT CLIENT.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "MAINT-JOURNAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
       COPY "jrnlrec.cpy"
           REPLACING PREFIX-RECORD            BY JRNL-RECORD
                     PREFIX-APPLIED-TIMESTAMP BY JRNL-APPLIED-TIMESTAMP
                     PREFIX-MASTER-TYPE       BY JRNL-MASTER-TYPE
                     PREFIX-ACTION            BY JRNL-ACTION
                     PREFIX-RECORD-KEY        BY JRNL-RECORD-KEY
                     PREFIX-MAKER-ID          BY JRNL-MAKER-ID
                     PREFIX-STAGED-TIMESTAMP  BY JRNL-STAGED-TIMESTAMP
                     PREFIX-CHECKER-ID        BY JRNL-CHECKER-ID
                     PREFIX-BEFORE-IMAGE      BY JRNL-BEFORE-IMAGE
                     PREFIX-AFTER-IMAGE       BY JRNL-AFTER-IMAGE.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-JRNL-FILE-STATUS                  PIC XX VALUE SPACES.
           88 JRNL-FILE-OK                            VALUE '00'.
           88 JRNL-FILE-NOT-FOUND                     VALUE '35'.

      **************************************************************************
      * THE SELECTION ASKED FOR ON THE COMMAND LINE
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(40) VALUE SPACES.
       01  WS-SELECT-TYPE                       PIC X(3) VALUE SPACES.
       01  WS-SELECT-KEY                        PIC X(16) VALUE SPACES.
       01  WS-SELECT-KEY-LEN                    PIC 9(2) VALUE 0.
       01  WS-RUN-TIMESTAMP                     PIC X(21).

       01  WS-MASTER-NAME                       PIC X(13).
       01  WS-ACTION-NAME                       PIC X(6).
       01  WS-RATE-DISP                         PIC ZZZ9.9999.

      **************************************************************************
      * THE JOURNALED IMAGES, LAID OUT AS THE MASTER RECORDS THEY ARE
      **************************************************************************
       COPY "tariffrec.cpy"
           REPLACING PREFIX-RECORD         BY BEFORE-TARIFF-RECORD
                     PREFIX-KEY            BY BEFORE-TARIFF-KEY
                     PREFIX-CODE           BY BEFORE-TARIFF-CODE
                     PREFIX-RATE           BY BEFORE-TARIFF-RATE
                     PREFIX-EFFECTIVE-DATE BY BEFORE-TARIFF-EFF-DATE
                     PREFIX-DESCRIPTION    BY BEFORE-TARIFF-DESC.
       COPY "tariffrec.cpy"
           REPLACING PREFIX-RECORD         BY AFTER-TARIFF-RECORD
                     PREFIX-KEY            BY AFTER-TARIFF-KEY
                     PREFIX-CODE           BY AFTER-TARIFF-CODE
                     PREFIX-RATE           BY AFTER-TARIFF-RATE
                     PREFIX-EFFECTIVE-DATE BY AFTER-TARIFF-EFF-DATE
                     PREFIX-DESCRIPTION    BY AFTER-TARIFF-DESC.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY BEFORE-CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY BEFORE-CLIENT-ID
                     PREFIX-STATUS-FLAG  BY BEFORE-CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY BEFORE-CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY BEFORE-CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY BEFORE-CLIENT-PLAN-CODE.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY AFTER-CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY AFTER-CLIENT-ID
                     PREFIX-STATUS-FLAG  BY AFTER-CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY AFTER-CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY AFTER-CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY AFTER-CLIENT-PLAN-CODE.

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY REPORT
      **************************************************************************
       01  WS-LIST-COUNTERS.
           05  WS-LIST-READ                     PIC 9(7) VALUE 0.
           05  WS-LIST-SHOWN                    PIC 9(7) VALUE 0.
           05  WS-LIST-TARIFF                   PIC 9(7) VALUE 0.
           05  WS-LIST-CLIENT                   PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PICKS UP THE SELECTION, PRINTS THE HEADING, AND LISTS EVERY
      * JOURNAL ENTRY THE SELECTION LETS THROUGH.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-SELECT-TYPE WS-SELECT-KEY.
           MOVE FUNCTION UPPER-CASE(WS-SELECT-TYPE) TO WS-SELECT-TYPE.
           IF WS-SELECT-TYPE EQUAL SPACES
               MOVE "ALL" TO WS-SELECT-TYPE
           END-IF.
           IF WS-SELECT-TYPE NOT EQUAL "T"
                   AND WS-SELECT-TYPE NOT EQUAL "C"
                   AND WS-SELECT-TYPE NOT EQUAL "ALL"
               DISPLAY "Usage: [T|C|ALL] [key] - unrecognized master ["
                   FUNCTION TRIM(WS-SELECT-TYPE) "]" UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.
           IF WS-SELECT-KEY NOT EQUAL SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SELECT-KEY))
                   TO WS-SELECT-KEY-LEN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           DISPLAY "JSON-JOURNAL-LIST MASTER MAINTENANCE JOURNAL"
               UPON STDOUT.
           DISPLAY "Listed at: " WS-RUN-TIMESTAMP UPON STDOUT.
           IF WS-SELECT-KEY EQUAL SPACES
               DISPLAY "Master: " WS-SELECT-TYPE "  Key: (all)"
                   UPON STDOUT
           ELSE
               DISPLAY "Master: " WS-SELECT-TYPE "  Key: "
                   FUNCTION TRIM(WS-SELECT-KEY) UPON STDOUT
           END-IF.

           OPEN INPUT MAINT-JOURNAL.
           IF JRNL-FILE-NOT-FOUND
               DISPLAY "MAINT-JOURNAL not found - no change has been"
                   " applied yet." UPON STDOUT
               GO TO 1000-MAIN-END
           END-IF.
           IF NOT JRNL-FILE-OK
               DISPLAY "Could not open MAINT-JOURNAL! Status: "
                   WS-JRNL-FILE-STATUS UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           READ MAINT-JOURNAL AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LIST-READ
               PERFORM 1500-LIST-ENTRY
                  THRU 1500-LIST-ENTRY-EXIT
               READ MAINT-JOURNAL AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE MAINT-JOURNAL.

           DISPLAY " " UPON STDOUT.
           DISPLAY "Journal entries read:   " WS-LIST-READ UPON STDOUT.
           DISPLAY "Entries listed:         " WS-LIST-SHOWN
               UPON STDOUT.
           DISPLAY "  tariff changes:       " WS-LIST-TARIFF
               UPON STDOUT.
           DISPLAY "  client changes:       " WS-LIST-CLIENT
               UPON STDOUT.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 1500-LIST-ENTRY
      **************************************************************************
      * PRINTS ONE JOURNAL ENTRY IF THE SELECTION LETS IT THROUGH -
      * THE WHO AND WHEN ON ONE LINE, THEN THE BEFORE AND AFTER
      * IMAGES IN THE LAYOUT OF THE MASTER THEY BELONG TO.
      **************************************************************************
       1500-LIST-ENTRY.
           IF WS-SELECT-TYPE NOT EQUAL "ALL"
                   AND JRNL-MASTER-TYPE NOT EQUAL WS-SELECT-TYPE(1:1)
               GO TO 1500-LIST-ENTRY-EXIT
           END-IF.
           IF WS-SELECT-KEY-LEN > 0
               IF JRNL-RECORD-KEY(1:WS-SELECT-KEY-LEN) NOT EQUAL
                       WS-SELECT-KEY(1:WS-SELECT-KEY-LEN)
                   GO TO 1500-LIST-ENTRY-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-LIST-SHOWN.
           IF JRNL-MASTER-TYPE EQUAL 'T'
               ADD 1 TO WS-LIST-TARIFF
               MOVE "TARIFF-MASTER" TO WS-MASTER-NAME
           ELSE
               ADD 1 TO WS-LIST-CLIENT
               MOVE "CLIENT-MASTER" TO WS-MASTER-NAME
           END-IF.
           IF JRNL-ACTION EQUAL 'A'
               MOVE "ADD"    TO WS-ACTION-NAME
           ELSE
               MOVE "CHANGE" TO WS-ACTION-NAME
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY JRNL-APPLIED-TIMESTAMP "  " WS-MASTER-NAME
               "  " WS-ACTION-NAME
               "  key [" FUNCTION TRIM(JRNL-RECORD-KEY) "]"
               UPON STDOUT.
           DISPLAY "  staged by " JRNL-MAKER-ID
               " at " JRNL-STAGED-TIMESTAMP
               "  approved by " JRNL-CHECKER-ID UPON STDOUT.

           IF JRNL-MASTER-TYPE EQUAL 'T'
               PERFORM 1650-SHOW-TARIFF
                  THRU 1650-SHOW-TARIFF-EXIT
           ELSE
               PERFORM 1660-SHOW-CLIENT
                  THRU 1660-SHOW-CLIENT-EXIT
           END-IF.

       1500-LIST-ENTRY-EXIT. EXIT.

      **************************************************************************
      * 1650-SHOW-TARIFF
      **************************************************************************
      * BEFORE AND AFTER IMAGES OF A TARIFF ROW.
      **************************************************************************
       1650-SHOW-TARIFF.
           MOVE JRNL-BEFORE-IMAGE TO BEFORE-TARIFF-RECORD.
           MOVE JRNL-AFTER-IMAGE  TO AFTER-TARIFF-RECORD.

           IF JRNL-BEFORE-IMAGE EQUAL SPACES
               DISPLAY "  BEFORE  (none - new effective-dated row)"
                   UPON STDOUT
           ELSE
               MOVE BEFORE-TARIFF-RATE TO WS-RATE-DISP
               DISPLAY "  BEFORE  code " BEFORE-TARIFF-CODE
                   "  effective " BEFORE-TARIFF-EFF-DATE
                   "  rate " WS-RATE-DISP UPON STDOUT
               DISPLAY "          desc " BEFORE-TARIFF-DESC
                   UPON STDOUT
           END-IF.
           MOVE AFTER-TARIFF-RATE TO WS-RATE-DISP.
           DISPLAY "  AFTER   code " AFTER-TARIFF-CODE
               "  effective " AFTER-TARIFF-EFF-DATE
               "  rate " WS-RATE-DISP UPON STDOUT.
           DISPLAY "          desc " AFTER-TARIFF-DESC UPON STDOUT.

       1650-SHOW-TARIFF-EXIT. EXIT.

      **************************************************************************
      * 1660-SHOW-CLIENT
      **************************************************************************
      * BEFORE AND AFTER IMAGES OF A CLIENT RECORD.
      **************************************************************************
       1660-SHOW-CLIENT.
           MOVE JRNL-BEFORE-IMAGE TO BEFORE-CLIENT-RECORD.
           MOVE JRNL-AFTER-IMAGE  TO AFTER-CLIENT-RECORD.

           IF JRNL-BEFORE-IMAGE EQUAL SPACES
               DISPLAY "  BEFORE  (none - new client)" UPON STDOUT
           ELSE
               DISPLAY "  BEFORE  client " BEFORE-CLIENT-ID
                   "  status " BEFORE-CLIENT-STATUS-FLAG
                   "  desc " BEFORE-CLIENT-DESCRIPTION UPON STDOUT
               DISPLAY "          entitlements ["
                   FUNCTION TRIM(BEFORE-CLIENT-ENTITLEMENTS) "]"
                   UPON STDOUT
               DISPLAY "          rate plan ["
                   FUNCTION TRIM(BEFORE-CLIENT-PLAN-CODE) "]"
                   UPON STDOUT
           END-IF.
           DISPLAY "  AFTER   client " AFTER-CLIENT-ID
               "  status " AFTER-CLIENT-STATUS-FLAG
               "  desc " AFTER-CLIENT-DESCRIPTION UPON STDOUT.
           DISPLAY "          entitlements ["
               FUNCTION TRIM(AFTER-CLIENT-ENTITLEMENTS) "]"
               UPON STDOUT.
           DISPLAY "          rate plan ["
               FUNCTION TRIM(AFTER-CLIENT-PLAN-CODE) "]"
               UPON STDOUT.

       1660-SHOW-CLIENT-EXIT. EXIT.

       END PROGRAM JSON-JOURNAL-LIST.
