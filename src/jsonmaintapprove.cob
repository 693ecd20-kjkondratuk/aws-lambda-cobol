       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-MAINT-APPROVE.

      **************************************************************************
      * CHECKER'S APPROVAL RUN FOR THE MASTER MAINTENANCE QUEUE.
      * JSON-TARIFF-LOAD AND JSON-CLIENT-LOAD ONLY STAGE CHANGES ON
      * PENDING-CHANGES; THIS IS THE ONE PROGRAM THAT APPLIES THEM TO
      * TARIFF-MASTER AND CLIENT-MASTER. THE CHECKER'S OPERATOR ID IS
      * REQUIRED ON THE COMMAND LINE. EVERY PENDING CHANGE IS SHOWN IN
      * STAGING ORDER WITH THE BEFORE AND AFTER IMAGES OF THE MASTER
      * RECORD, AND THE CHECKER ANSWERS:
      *   A - APPLY THE CHANGE TO THE MASTER;
      *   R - REJECT IT (IT STAYS ON FILE, MARKED REJECTED);
      *   S - SKIP IT FOR NOW (IT STAYS PENDING);
      *   X - STOP THE RUN (EVERYTHING NOT YET DECIDED STAYS PENDING).
      * A CHANGE STAGED UNDER THE CHECKER'S OWN ID IS NEVER OFFERED -
      * A SECOND PERSON MUST LOOK AT EVERY CHANGE. A CHANGE WHOSE
      * BEFORE IMAGE NO LONGER MATCHES THE MASTER (SOMETHING ELSE WAS
      * APPLIED TO THAT RECORD SINCE IT WAS STAGED) IS MARKED
      * SUPERSEDED WITHOUT BEING OFFERED, SO A CHECKER NEVER APPROVES
      * AN IMAGE THAT IS OUT OF DATE - IT HAS TO BE STAGED AGAIN. EVERY
      * APPROVED CHANGE IS APPENDED TO THE PERMANENT MAINT-JOURNAL WITH
      * BOTH OPERATOR IDS AND BOTH IMAGES BEFORE THE MASTER IS TOUCHED;
      * A JOURNAL, MASTER OR QUEUE UPDATE THAT FAILS STOPS THE RUN AND
      * ENDS IT RC 8.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGES ASSIGN TO "PENDING-CHANGES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PEND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT TARIFF-MASTER ASSIGN TO "TARIFF-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TARIFF-KEY
               FILE STATUS IS WS-TARIFF-FILE-STATUS.
           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MAINT-JOURNAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGES.
       COPY "pendrec.cpy"
           REPLACING PREFIX-RECORD            BY PEND-RECORD
                     PREFIX-KEY               BY PEND-KEY
                     PREFIX-STAGED-TIMESTAMP  BY PEND-STAGED-TIMESTAMP
                     PREFIX-LINE-NUM          BY PEND-LINE-NUM
                     PREFIX-MASTER-TYPE       BY PEND-MASTER-TYPE
                     PREFIX-ACTION            BY PEND-ACTION
                     PREFIX-RECORD-KEY        BY PEND-RECORD-KEY
                     PREFIX-MAKER-ID          BY PEND-MAKER-ID
                     PREFIX-STATUS-FLAG       BY PEND-STATUS-FLAG
                     PREFIX-CHECKER-ID        BY PEND-CHECKER-ID
                     PREFIX-DECIDED-TIMESTAMP BY PEND-DECIDED-TIMESTAMP
                     PREFIX-BEFORE-IMAGE      BY PEND-BEFORE-IMAGE
                     PREFIX-AFTER-IMAGE       BY PEND-AFTER-IMAGE.

       FD  TARIFF-MASTER.
       COPY "tariffrec.cpy"
           REPLACING PREFIX-RECORD         BY TARIFF-RECORD
                     PREFIX-KEY            BY TARIFF-KEY
                     PREFIX-CODE           BY TARIFF-CODE
                     PREFIX-RATE           BY TARIFF-RATE
                     PREFIX-EFFECTIVE-DATE BY TARIFF-EFFECTIVE-DATE
                     PREFIX-DESCRIPTION    BY TARIFF-DESCRIPTION.

       FD  CLIENT-MASTER.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

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
      * STRUCTURES FOR WORKING WITH FILES
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-PEND-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PEND-FILE-OK                            VALUE '00'.
           88 PEND-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-TARIFF-FILE-STATUS                PIC XX VALUE SPACES.
           88 TARIFF-FILE-OK                          VALUE '00'.
           88 TARIFF-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-CLIENT-FILE-STATUS                PIC XX VALUE SPACES.
           88 CLIENT-FILE-OK                          VALUE '00'.
           88 CLIENT-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-JRNL-FILE-STATUS                  PIC XX VALUE SPACES.
           88 JRNL-FILE-OK                            VALUE '00'.
           88 JRNL-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-OPEN-SW                           PIC X VALUE 'Y'.
           88 FILES-OPEN-OK                           VALUE 'Y'.
           88 FILES-OPEN-FAILED                       VALUE 'N'.

      **************************************************************************
      * THE CHECKER, THE DECISION IN HAND, AND THE MASTER RECORD AS
      * IT STANDS RIGHT NOW (COMPARED WITH THE STAGED BEFORE IMAGE)
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-CHECKER-ID                        PIC X(8) VALUE SPACES.
       01  WS-DECIDED-TIMESTAMP                 PIC X(21).
       01  WS-DECISION                          PIC X VALUE SPACE.
           88 DECISION-APPLY                          VALUES 'A' 'a'.
           88 DECISION-REJECT                         VALUES 'R' 'r'.
           88 DECISION-SKIP                           VALUES 'S' 's'.
           88 DECISION-STOP                           VALUES 'X' 'x'.
           88 DECISION-VALID                          VALUES 'A' 'a'
                                                         'R' 'r'
                                                         'S' 's'
                                                         'X' 'x'.
       01  WS-STOP-SW                           PIC X VALUE 'N'.
           88 REVIEW-STOPPED                          VALUE 'Y'.
           88 REVIEW-CONTINUING                       VALUE 'N'.
       01  WS-CURRENT-IMAGE                     PIC X(160).
       01  WS-MASTER-NAME                       PIC X(13).
       01  WS-ACTION-NAME                       PIC X(6).
       01  WS-RATE-DISP                         PIC ZZZ9.9999.

      **************************************************************************
      * THE STAGED IMAGES, LAID OUT AS THE MASTER RECORDS THEY ARE SO
      * EACH FIELD CAN BE SHOWN SIDE BY SIDE
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
       01  WS-APPROVE-COUNTERS.
           05  WS-APPROVE-PENDING               PIC 9(7) VALUE 0.
           05  WS-APPROVE-APPLIED               PIC 9(7) VALUE 0.
           05  WS-APPROVE-REJECTED              PIC 9(7) VALUE 0.
           05  WS-APPROVE-SKIPPED               PIC 9(7) VALUE 0.
           05  WS-APPROVE-OWN                   PIC 9(7) VALUE 0.
           05  WS-APPROVE-SUPERSEDED            PIC 9(7) VALUE 0.
           05  WS-APPROVE-FAILED                PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PICKS UP THE CHECKER'S ID, OPENS THE QUEUE, BOTH MASTERS AND
      * THE JOURNAL, AND WALKS THE QUEUE IN STAGING ORDER OFFERING
      * EVERY PENDING CHANGE UNTIL THE QUEUE RUNS OUT OR THE CHECKER
      * STOPS.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CHECKER-ID.
           IF WS-CHECKER-ID EQUAL SPACES
               DISPLAY "Usage: checker operator id required - it must"
                   " differ from the id that staged the change."
                   UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           DISPLAY "JSON-MAINT-APPROVE - MASTER MAINTENANCE APPROVAL".
           DISPLAY "Checker: " WS-CHECKER-ID.

           PERFORM 0500-OPEN-FILES
              THRU 0500-OPEN-FILES-EXIT.
           IF FILES-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           MOVE LOW-VALUES TO PEND-KEY.
           START PENDING-CHANGES KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE OR REVIEW-STOPPED
               READ PENDING-CHANGES NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               IF NOT END-OF-FILE
                   IF PEND-STATUS-FLAG EQUAL 'P'
                       PERFORM 1500-REVIEW-CHANGE
                          THRU 1500-REVIEW-CHANGE-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE PENDING-CHANGES.
           CLOSE TARIFF-MASTER.
           CLOSE CLIENT-MASTER.
           CLOSE MAINT-JOURNAL.

           PERFORM 2000-WRITE-SUMMARY
              THRU 2000-WRITE-SUMMARY-EXIT.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0500-OPEN-FILES
      **************************************************************************
      * OPENS THE QUEUE FOR UPDATE, BOTH MASTERS FOR UPDATE (A MASTER
      * THAT DOESN'T EXIST YET IS CREATED EMPTY AND REOPENED, SO THE
      * FIRST APPROVED ADD NEEDS NO SPECIAL HANDLING) AND THE JOURNAL
      * FOR APPEND (CREATED ON THE FIRST EVER APPROVAL). AN EMPTY OR
      * MISSING QUEUE MEANS THERE IS NOTHING TO DO.
      **************************************************************************
       0500-OPEN-FILES.
           OPEN I-O PENDING-CHANGES.
           IF PEND-FILE-NOT-FOUND
               DISPLAY "PENDING-CHANGES not found - nothing staged!"
                   UPON STDERR
               SET FILES-OPEN-FAILED TO TRUE
               GO TO 0500-OPEN-FILES-EXIT
           END-IF.
           IF NOT PEND-FILE-OK
               DISPLAY "Could not open PENDING-CHANGES! Status: "
                   WS-PEND-FILE-STATUS UPON STDERR
               SET FILES-OPEN-FAILED TO TRUE
               GO TO 0500-OPEN-FILES-EXIT
           END-IF.

           OPEN I-O TARIFF-MASTER.
           IF TARIFF-FILE-NOT-FOUND
               OPEN OUTPUT TARIFF-MASTER
               CLOSE TARIFF-MASTER
               OPEN I-O TARIFF-MASTER
           END-IF.
           IF NOT TARIFF-FILE-OK
               DISPLAY "Could not open the tariff master! Status: "
                   WS-TARIFF-FILE-STATUS UPON STDERR
               CLOSE PENDING-CHANGES
               SET FILES-OPEN-FAILED TO TRUE
               GO TO 0500-OPEN-FILES-EXIT
           END-IF.

           OPEN I-O CLIENT-MASTER.
           IF CLIENT-FILE-NOT-FOUND
               OPEN OUTPUT CLIENT-MASTER
               CLOSE CLIENT-MASTER
               OPEN I-O CLIENT-MASTER
           END-IF.
           IF NOT CLIENT-FILE-OK
               DISPLAY "Could not open the client master! Status: "
                   WS-CLIENT-FILE-STATUS UPON STDERR
               CLOSE PENDING-CHANGES
               CLOSE TARIFF-MASTER
               SET FILES-OPEN-FAILED TO TRUE
               GO TO 0500-OPEN-FILES-EXIT
           END-IF.

           OPEN EXTEND MAINT-JOURNAL.
           IF JRNL-FILE-NOT-FOUND
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.
           IF NOT JRNL-FILE-OK
               DISPLAY "Could not open MAINT-JOURNAL! Status: "
                   WS-JRNL-FILE-STATUS UPON STDERR
               CLOSE PENDING-CHANGES
               CLOSE TARIFF-MASTER
               CLOSE CLIENT-MASTER
               SET FILES-OPEN-FAILED TO TRUE
           END-IF.

       0500-OPEN-FILES-EXIT. EXIT.

      **************************************************************************
      * 1500-REVIEW-CHANGE
      **************************************************************************
      * OFFERS ONE PENDING CHANGE TO THE CHECKER. THE CHECKER'S OWN
      * CHANGES ARE PASSED OVER UNTOUCHED, AND A CHANGE WHOSE RECORD
      * HAS MOVED ON SINCE IT WAS STAGED IS MARKED SUPERSEDED. ANY
      * OTHER CHANGE IS SHOWN AND THE CHECKER'S ANSWER ACTED ON.
      **************************************************************************
       1500-REVIEW-CHANGE.
           ADD 1 TO WS-APPROVE-PENDING.

           IF PEND-MAKER-ID EQUAL WS-CHECKER-ID
               ADD 1 TO WS-APPROVE-OWN
               DISPLAY " "
               DISPLAY "Change " PEND-STAGED-TIMESTAMP "/"
                   PEND-LINE-NUM " was staged by "
                   FUNCTION TRIM(PEND-MAKER-ID)
                   " - another operator must approve it."
               GO TO 1500-REVIEW-CHANGE-EXIT
           END-IF.

           PERFORM 1550-READ-CURRENT
              THRU 1550-READ-CURRENT-EXIT.
           IF WS-CURRENT-IMAGE NOT EQUAL PEND-BEFORE-IMAGE
               ADD 1 TO WS-APPROVE-SUPERSEDED
               DISPLAY " "
               DISPLAY "Change " PEND-STAGED-TIMESTAMP "/"
                   PEND-LINE-NUM " for ["
                   FUNCTION TRIM(PEND-RECORD-KEY)
                   "] is out of date - the master record has changed"
                   " since it was staged. Marked superseded."
               MOVE 'S' TO PEND-STATUS-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-DECIDED-TIMESTAMP
               PERFORM 1750-RECORD-DECISION
                  THRU 1750-RECORD-DECISION-EXIT
               GO TO 1500-REVIEW-CHANGE-EXIT
           END-IF.

           PERFORM 1600-SHOW-CHANGE
              THRU 1600-SHOW-CHANGE-EXIT.

           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL DECISION-VALID
               DISPLAY "A = apply  R = reject  S = skip  X = stop: "
                   WITH NO ADVANCING
               ACCEPT WS-DECISION
               IF NOT DECISION-VALID
                   DISPLAY "Unrecognized answer [" WS-DECISION "]"
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN DECISION-APPLY
                   PERFORM 1700-APPLY-CHANGE
                      THRU 1700-APPLY-CHANGE-EXIT
               WHEN DECISION-REJECT
                   ADD 1 TO WS-APPROVE-REJECTED
                   MOVE 'R' TO PEND-STATUS-FLAG
                   MOVE FUNCTION CURRENT-DATE TO WS-DECIDED-TIMESTAMP
                   PERFORM 1750-RECORD-DECISION
                      THRU 1750-RECORD-DECISION-EXIT
                   DISPLAY "  Rejected."
               WHEN DECISION-SKIP
                   ADD 1 TO WS-APPROVE-SKIPPED
                   DISPLAY "  Left pending."
               WHEN DECISION-STOP
                   ADD 1 TO WS-APPROVE-SKIPPED
                   SET REVIEW-STOPPED TO TRUE
                   DISPLAY "  Stopping - the rest stay pending."
           END-EVALUATE.

       1500-REVIEW-CHANGE-EXIT. EXIT.

      **************************************************************************
      * 1550-READ-CURRENT
      **************************************************************************
      * READS THE MASTER RECORD THE CHANGE IS FOR, AS IT STANDS RIGHT
      * NOW, INTO WS-CURRENT-IMAGE - SPACES WHEN THE MASTER DOESN'T
      * CARRY IT, WHICH IS EXACTLY THE BEFORE IMAGE AN ADD WAS STAGED
      * WITH.
      **************************************************************************
       1550-READ-CURRENT.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           IF PEND-MASTER-TYPE EQUAL 'T'
               MOVE PEND-RECORD-KEY TO TARIFF-KEY
               READ TARIFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TARIFF-RECORD TO WS-CURRENT-IMAGE
               END-READ
           ELSE
               MOVE PEND-RECORD-KEY TO CLIENT-ID
               READ CLIENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENT-RECORD TO WS-CURRENT-IMAGE
               END-READ
           END-IF.

       1550-READ-CURRENT-EXIT. EXIT.

      **************************************************************************
      * 1600-SHOW-CHANGE
      **************************************************************************
      * SHOWS WHO STAGED THE CHANGE AND WHEN, THEN THE BEFORE AND
      * AFTER IMAGES FIELD BY FIELD IN THE LAYOUT OF THE MASTER THEY
      * BELONG TO.
      **************************************************************************
       1600-SHOW-CHANGE.
           IF PEND-MASTER-TYPE EQUAL 'T'
               MOVE "TARIFF-MASTER" TO WS-MASTER-NAME
           ELSE
               MOVE "CLIENT-MASTER" TO WS-MASTER-NAME
           END-IF.
           IF PEND-ACTION EQUAL 'A'
               MOVE "ADD"    TO WS-ACTION-NAME
           ELSE
               MOVE "CHANGE" TO WS-ACTION-NAME
           END-IF.

           DISPLAY " ".
           DISPLAY "Change " PEND-STAGED-TIMESTAMP "/" PEND-LINE-NUM
               "  " WS-MASTER-NAME "  " WS-ACTION-NAME
               "  key [" FUNCTION TRIM(PEND-RECORD-KEY) "]".
           DISPLAY "  staged by " PEND-MAKER-ID
               " at " PEND-STAGED-TIMESTAMP.

           IF PEND-MASTER-TYPE EQUAL 'T'
               PERFORM 1650-SHOW-TARIFF
                  THRU 1650-SHOW-TARIFF-EXIT
           ELSE
               PERFORM 1660-SHOW-CLIENT
                  THRU 1660-SHOW-CLIENT-EXIT
           END-IF.

       1600-SHOW-CHANGE-EXIT. EXIT.

      **************************************************************************
      * 1650-SHOW-TARIFF
      **************************************************************************
      * BEFORE AND AFTER IMAGES OF A TARIFF ROW.
      **************************************************************************
       1650-SHOW-TARIFF.
           MOVE PEND-BEFORE-IMAGE TO BEFORE-TARIFF-RECORD.
           MOVE PEND-AFTER-IMAGE  TO AFTER-TARIFF-RECORD.

           IF PEND-BEFORE-IMAGE EQUAL SPACES
               DISPLAY "  BEFORE  (none - new effective-dated row)"
           ELSE
               MOVE BEFORE-TARIFF-RATE TO WS-RATE-DISP
               DISPLAY "  BEFORE  code " BEFORE-TARIFF-CODE
                   "  effective " BEFORE-TARIFF-EFF-DATE
                   "  rate " WS-RATE-DISP
               DISPLAY "          desc " BEFORE-TARIFF-DESC
           END-IF.
           MOVE AFTER-TARIFF-RATE TO WS-RATE-DISP.
           DISPLAY "  AFTER   code " AFTER-TARIFF-CODE
               "  effective " AFTER-TARIFF-EFF-DATE
               "  rate " WS-RATE-DISP.
           DISPLAY "          desc " AFTER-TARIFF-DESC.

       1650-SHOW-TARIFF-EXIT. EXIT.

      **************************************************************************
      * 1660-SHOW-CLIENT
      **************************************************************************
      * BEFORE AND AFTER IMAGES OF A CLIENT RECORD.
      **************************************************************************
       1660-SHOW-CLIENT.
           MOVE PEND-BEFORE-IMAGE TO BEFORE-CLIENT-RECORD.
           MOVE PEND-AFTER-IMAGE  TO AFTER-CLIENT-RECORD.

           IF PEND-BEFORE-IMAGE EQUAL SPACES
               DISPLAY "  BEFORE  (none - new client)"
           ELSE
               DISPLAY "  BEFORE  client " BEFORE-CLIENT-ID
                   "  status " BEFORE-CLIENT-STATUS-FLAG
                   "  desc " BEFORE-CLIENT-DESCRIPTION
               DISPLAY "          entitlements ["
                   FUNCTION TRIM(BEFORE-CLIENT-ENTITLEMENTS) "]"
               DISPLAY "          rate plan ["
                   FUNCTION TRIM(BEFORE-CLIENT-PLAN-CODE) "]"
           END-IF.
           DISPLAY "  AFTER   client " AFTER-CLIENT-ID
               "  status " AFTER-CLIENT-STATUS-FLAG
               "  desc " AFTER-CLIENT-DESCRIPTION.
           DISPLAY "          entitlements ["
               FUNCTION TRIM(AFTER-CLIENT-ENTITLEMENTS) "]".
           DISPLAY "          rate plan ["
               FUNCTION TRIM(AFTER-CLIENT-PLAN-CODE) "]".

       1660-SHOW-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 1700-APPLY-CHANGE
      **************************************************************************
      * JOURNALS THE CHANGE, THEN PUTS THE AFTER IMAGE ON THE MASTER -
      * WRITTEN FOR AN ADD, REWRITTEN FOR A CHANGE - AND MARKS THE
      * CHANGE APPLIED. THE JOURNAL GOES FIRST SO NO MASTER RECORD IS
      * EVER CHANGED WITHOUT A JOURNAL ENTRY: IF THE JOURNAL CAN'T BE
      * WRITTEN NOTHING IS APPLIED, THE CHANGE STAYS PENDING AND THE
      * RUN STOPS. IF THE MASTER UPDATE THEN FAILS, THE JOURNAL ENTRY
      * JUST WRITTEN NAMES A CHANGE THAT WAS NOT APPLIED; THE CHANGE
      * STAYS PENDING, THE RUN STOPS AND THE ENTRY IS REPORTED SO IT
      * CAN BE RECONCILED BEFORE THE NEXT APPROVAL RUN.
      **************************************************************************
       1700-APPLY-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-DECIDED-TIMESTAMP.
           PERFORM 1800-WRITE-JOURNAL
              THRU 1800-WRITE-JOURNAL-EXIT.
           IF NOT JRNL-FILE-OK
               ADD 1 TO WS-APPROVE-FAILED
               SET REVIEW-STOPPED TO TRUE
               DISPLAY "  Nothing applied - left pending. Stopping -"
                   " the rest stay pending."
               GO TO 1700-APPLY-CHANGE-EXIT
           END-IF.

           IF PEND-MASTER-TYPE EQUAL 'T'
               MOVE PEND-AFTER-IMAGE TO TARIFF-RECORD
               IF PEND-ACTION EQUAL 'A'
                   WRITE TARIFF-RECORD
               ELSE
                   REWRITE TARIFF-RECORD
               END-IF
               IF NOT TARIFF-FILE-OK
                   ADD 1 TO WS-APPROVE-FAILED
                   SET REVIEW-STOPPED TO TRUE
                   DISPLAY "  Could not update the tariff master!"
                       " Status: " WS-TARIFF-FILE-STATUS
                       " - left pending. Stopping."
                   DISPLAY "  MAINT-JOURNAL entry " WS-DECIDED-TIMESTAMP
                       " for [" FUNCTION TRIM(PEND-RECORD-KEY)
                       "] was NOT applied."
                   GO TO 1700-APPLY-CHANGE-EXIT
               END-IF
           ELSE
               MOVE PEND-AFTER-IMAGE TO CLIENT-RECORD
               IF PEND-ACTION EQUAL 'A'
                   WRITE CLIENT-RECORD
               ELSE
                   REWRITE CLIENT-RECORD
               END-IF
               IF NOT CLIENT-FILE-OK
                   ADD 1 TO WS-APPROVE-FAILED
                   SET REVIEW-STOPPED TO TRUE
                   DISPLAY "  Could not update the client master!"
                       " Status: " WS-CLIENT-FILE-STATUS
                       " - left pending. Stopping."
                   DISPLAY "  MAINT-JOURNAL entry " WS-DECIDED-TIMESTAMP
                       " for [" FUNCTION TRIM(PEND-RECORD-KEY)
                       "] was NOT applied."
                   GO TO 1700-APPLY-CHANGE-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-APPROVE-APPLIED.
           MOVE 'A' TO PEND-STATUS-FLAG.
           PERFORM 1750-RECORD-DECISION
              THRU 1750-RECORD-DECISION-EXIT.
           DISPLAY "  Applied.".

       1700-APPLY-CHANGE-EXIT. EXIT.

      **************************************************************************
      * 1750-RECORD-DECISION
      **************************************************************************
      * STAMPS THE CHECKER AND THE DECISION TIME (SET BY THE CALLER)
      * ON THE PENDING CHANGE AND REWRITES IT WITH ITS NEW STATUS, SO
      * IT IS NEVER OFFERED AGAIN. IF THE QUEUE CAN'T BE UPDATED THE
      * RUN STOPS - A CHANGE THAT WAS APPLIED BUT STILL READS PENDING
      * WOULD BE OFFERED AGAIN AS SUPERSEDED NEXT TIME.
      **************************************************************************
       1750-RECORD-DECISION.
           MOVE WS-CHECKER-ID         TO PEND-CHECKER-ID.
           MOVE WS-DECIDED-TIMESTAMP  TO PEND-DECIDED-TIMESTAMP.
           REWRITE PEND-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT PEND-FILE-OK
               ADD 1 TO WS-APPROVE-FAILED
               SET REVIEW-STOPPED TO TRUE
               DISPLAY "  Could not update PENDING-CHANGES!"
                   " Status: " WS-PEND-FILE-STATUS " - stopping."
           END-IF.

       1750-RECORD-DECISION-EXIT. EXIT.

      **************************************************************************
      * 1800-WRITE-JOURNAL
      **************************************************************************
      * APPENDS THE CHANGE ABOUT TO BE APPLIED TO THE PERMANENT
      * MAINT-JOURNAL. THE CALLER TESTS THE JOURNAL STATUS.
      **************************************************************************
       1800-WRITE-JOURNAL.
           MOVE WS-DECIDED-TIMESTAMP  TO JRNL-APPLIED-TIMESTAMP.
           MOVE PEND-MASTER-TYPE      TO JRNL-MASTER-TYPE.
           MOVE PEND-ACTION           TO JRNL-ACTION.
           MOVE PEND-RECORD-KEY       TO JRNL-RECORD-KEY.
           MOVE PEND-MAKER-ID         TO JRNL-MAKER-ID.
           MOVE PEND-STAGED-TIMESTAMP TO JRNL-STAGED-TIMESTAMP.
           MOVE WS-CHECKER-ID         TO JRNL-CHECKER-ID.
           MOVE PEND-BEFORE-IMAGE     TO JRNL-BEFORE-IMAGE.
           MOVE PEND-AFTER-IMAGE      TO JRNL-AFTER-IMAGE.
           WRITE JRNL-RECORD.
           IF NOT JRNL-FILE-OK
               DISPLAY "  Could not write MAINT-JOURNAL! Status: "
                   WS-JRNL-FILE-STATUS
           END-IF.

       1800-WRITE-JOURNAL-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-SUMMARY
      **************************************************************************
      * DISPLAYS WHAT THE RUN DECIDED. THE RUN ENDS RC 8 WHEN ANY
      * CHANGE OR DECISION FAILED TO GO ON FILE.
      **************************************************************************
       2000-WRITE-SUMMARY.
           DISPLAY " ".
           DISPLAY "JSON-MAINT-APPROVE SUMMARY".
           DISPLAY "Checker:             " WS-CHECKER-ID.
           DISPLAY "Pending reviewed:    " WS-APPROVE-PENDING.
           DISPLAY "Applied:             " WS-APPROVE-APPLIED.
           DISPLAY "Rejected:            " WS-APPROVE-REJECTED.
           DISPLAY "Left pending:        " WS-APPROVE-SKIPPED.
           DISPLAY "Own changes passed:  " WS-APPROVE-OWN.
           DISPLAY "Superseded:          " WS-APPROVE-SUPERSEDED.
           DISPLAY "Update failures:     " WS-APPROVE-FAILED.
           IF WS-APPROVE-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-WRITE-SUMMARY-EXIT. EXIT.

       END PROGRAM JSON-MAINT-APPROVE.
