      **************************************************************************
      * BATCH LOAD/REFRESH FOR THE INDEXED TARIFF MASTER THE "price"
      * OP READS. CONSUMES A COMMA-DELIMITED TARIFF-INPUT FILE (CODE,
      * RATE, EFFECTIVE DATE, DESCRIPTION) AND STAGES ONE PENDING
      * CHANGE PER LINE ON PENDING-CHANGES - IT NEVER UPDATES THE
      * MASTER ITSELF. A RATE ONLY REACHES TARIFF-MASTER WHEN A
      * SECOND OPERATOR APPROVES IT THROUGH JSON-MAINT-APPROVE, SO ONE
      * BAD INPUT FILE CAN NO LONGER REPRICE EVERY PRICE REQUEST WITH
      * NOBODY ELSE LOOKING. THE STAGING OPERATOR'S ID IS REQUIRED ON
      * THE COMMAND LINE AND TRAVELS WITH EVERY CHANGE. A CODE/DATE
      * PAIR THE MASTER DOESN'T CARRY YET IS STAGED AS AN ADD - A NEW
      * EFFECTIVE-DATED HISTORY ROW ALONGSIDE THE CODE'S PRIOR ROWS,
      * NEVER OVER THEM, SO THE RATE HISTORY SURVIVES EVERY REFRESH
      * AND PRICE REQUESTS CAN BE REPRICED AS OF ANY PAST DATE. ONLY A
      * LINE THAT REPEATS AN EXISTING CODE/DATE PAIR IS STAGED AS A
      * CHANGE TO THAT ONE ROW (A SAME-DAY CORRECTION), CARRYING THE
      * ROW AS IT STANDS TODAY AS ITS BEFORE IMAGE; A LINE THAT WOULD
      * LEAVE THE ROW EXACTLY AS IT IS STAGES NOTHING. WRITES A
      * SUMMARY OF WHAT IT STAGED WHEN THE INPUT IS EXHAUSTED.
      **************************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE RANDOM
               RECORD KEY TARIFF-KEY
               FILE STATUS IS WS-TARIFF-FILE-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "PENDING-CHANGES"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PEND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
                     PREFIX-EFFECTIVE-DATE BY TARIFF-EFFECTIVE-DATE
                     PREFIX-DESCRIPTION    BY TARIFF-DESCRIPTION.

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

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
           88 TARIFF-FILE-OK                          VALUE '00'.
           88 TARIFF-FILE-NOT-FOUND                   VALUE '35'.
           88 TARIFF-DUPLICATE-KEY                    VALUE '22'.
       01  WS-PEND-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PEND-FILE-OK                            VALUE '00'.
           88 PEND-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-MASTER-SW                         PIC X VALUE 'Y'.
           88 MASTER-PRESENT                          VALUE 'Y'.
           88 MASTER-ABSENT                           VALUE 'N'.

      **************************************************************************
      * THE STAGING OPERATOR AND THE RUN TIMESTAMP EVERY CHANGE STAGED
      * BY THIS RUN IS KEYED UNDER
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-OPERATOR-ID                       PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP                     PIC X(21).

      **************************************************************************
      * THE TARIFF ROW BEING STAGED, BUILT HERE RATHER THAN IN THE
      * MASTER'S RECORD AREA - THE MASTER MAY NOT EXIST YET
      **************************************************************************
       COPY "tariffrec.cpy"
           REPLACING PREFIX-RECORD         BY WS-TARIFF-RECORD
                     PREFIX-KEY            BY WS-TARIFF-KEY
                     PREFIX-CODE           BY WS-TARIFF-CODE
                     PREFIX-RATE           BY WS-TARIFF-RATE
                     PREFIX-EFFECTIVE-DATE BY WS-TARIFF-EFFECTIVE-DATE
                     PREFIX-DESCRIPTION    BY WS-TARIFF-DESCRIPTION.

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY REPORT
           05  WS-LOAD-TOTAL                    PIC 9(7) VALUE 0.
           05  WS-LOAD-ADDED                    PIC 9(7) VALUE 0.
           05  WS-LOAD-REFRESHED                PIC 9(7) VALUE 0.
           05  WS-LOAD-UNCHANGED                PIC 9(7) VALUE 0.
           05  WS-LOAD-REJECTED                 PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PICKS UP THE STAGING OPERATOR'S ID, OPENS THE MASTER FOR
      * READING AND THE PENDING-CHANGES FILE FOR UPDATE, STAGES EACH
      * INPUT TARIFF, AND WRITES THE SUMMARY.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-OPERATOR-ID.
           IF WS-OPERATOR-ID EQUAL SPACES
               DISPLAY "Usage: staging operator id required - every"
                   " change must name who staged it." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

           OPEN INPUT TARIFF-MASTER.
           IF TARIFF-FILE-NOT-FOUND
               SET MASTER-ABSENT TO TRUE
           ELSE
               IF NOT TARIFF-FILE-OK
                   DISPLAY "Could not open the tariff master! Status: "
                       WS-TARIFF-FILE-STATUS UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END
               END-IF
           END-IF.

           PERFORM 0500-OPEN-PENDING
              THRU 0500-OPEN-PENDING-EXIT.

           IF PEND-FILE-OK
               OPEN INPUT TARIFF-INPUT
               IF INPUT-FILE-NOT-FOUND
                   DISPLAY "TARIFF-INPUT not found - nothing to load!"
                   READ TARIFF-INPUT AT END SET END-OF-FILE
                       TO TRUE END-READ
                   PERFORM UNTIL END-OF-FILE
                       PERFORM 1500-STAGE-TARIFF
                          THRU 1500-STAGE-TARIFF-EXIT
                       READ TARIFF-INPUT AT END SET END-OF-FILE
                           TO TRUE END-READ
                   END-PERFORM
                   CLOSE TARIFF-INPUT
               END-IF
               CLOSE PENDING-CHANGES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF MASTER-PRESENT
               CLOSE TARIFF-MASTER
           END-IF.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0500-OPEN-PENDING
      **************************************************************************
      * OPENS THE PENDING-CHANGES FILE FOR UPDATE. A FILE THAT DOESN'T
      * EXIST YET IS CREATED EMPTY AND REOPENED, SO THE FIRST STAGING
      * RUN RUNS THE SAME WAY EVERY LATER ONE DOES.
      **************************************************************************
       0500-OPEN-PENDING.
           OPEN I-O PENDING-CHANGES.
           IF PEND-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF.
           IF NOT PEND-FILE-OK
               DISPLAY "Could not open PENDING-CHANGES! Status: "
                   WS-PEND-FILE-STATUS UPON STDERR
           END-IF.

       0500-OPEN-PENDING-EXIT. EXIT.

      **************************************************************************
      * 1500-STAGE-TARIFF
      **************************************************************************
      * STAGES ONE INPUT LINE AS A PENDING CHANGE - A NEW CODE/DATE
      * PAIR AS AN ADD, A REPEAT OF AN EXISTING PAIR AS A CHANGE TO
      * THAT ROW WITH THE ROW AS IT STANDS TODAY AS THE BEFORE IMAGE.
      * A LINE WITHOUT A CODE, OR WITHOUT A FULL YYYYMMDD EFFECTIVE
      * DATE, IS COUNTED AND SKIPPED - THE DATE IS PART OF THE KEY
      * THE AS-OF LOOKUP COMPARES AGAINST, SO A MALFORMED ONE WOULD
      * SILENTLY MIS-ORDER THE CODE'S HISTORY.
      **************************************************************************
       1500-STAGE-TARIFF.
           ADD 1 TO WS-LOAD-TOTAL.

           IF TARIFF-IN-CODE EQUAL SPACES
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Tariff line " WS-LOAD-TOTAL
                   " has no tariff code - skipped!" UPON STDERR
               GO TO 1500-STAGE-TARIFF-EXIT
           END-IF.
           IF TARIFF-IN-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Tariff ["
                   FUNCTION TRIM(TARIFF-IN-CODE)
                   "] has no valid YYYYMMDD effective date -"
                   " skipped!" UPON STDERR
               GO TO 1500-STAGE-TARIFF-EXIT
           END-IF.

           MOVE SPACES TO WS-TARIFF-RECORD.
           MOVE TARIFF-IN-CODE TO WS-TARIFF-CODE.
           MOVE TARIFF-IN-EFFECTIVE-DATE TO WS-TARIFF-EFFECTIVE-DATE.

           MOVE SPACES TO PEND-BEFORE-IMAGE.
           MOVE 'A' TO PEND-ACTION.
           IF MASTER-PRESENT
               MOVE WS-TARIFF-KEY TO TARIFF-KEY
               READ TARIFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TARIFF-RECORD TO PEND-BEFORE-IMAGE
                       MOVE 'C' TO PEND-ACTION
               END-READ
           END-IF.

           MOVE FUNCTION NUMVAL(TARIFF-IN-RATE) TO WS-TARIFF-RATE.
           MOVE TARIFF-IN-DESCRIPTION TO WS-TARIFF-DESCRIPTION.
           MOVE WS-TARIFF-RECORD TO PEND-AFTER-IMAGE.

           IF PEND-AFTER-IMAGE EQUAL PEND-BEFORE-IMAGE
               ADD 1 TO WS-LOAD-UNCHANGED
               GO TO 1500-STAGE-TARIFF-EXIT
           END-IF.

           MOVE WS-RUN-TIMESTAMP TO PEND-STAGED-TIMESTAMP.
           MOVE WS-LOAD-TOTAL    TO PEND-LINE-NUM.
           MOVE 'T'              TO PEND-MASTER-TYPE.
           MOVE WS-TARIFF-KEY    TO PEND-RECORD-KEY.
           MOVE WS-OPERATOR-ID   TO PEND-MAKER-ID.
           MOVE 'P'              TO PEND-STATUS-FLAG.
           MOVE SPACES           TO PEND-CHECKER-ID.
           MOVE SPACES           TO PEND-DECIDED-TIMESTAMP.
           WRITE PEND-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOAD-REJECTED
                   DISPLAY "Could not stage tariff ["
                       FUNCTION TRIM(TARIFF-IN-CODE)
                       "]! Status: " WS-PEND-FILE-STATUS
                       UPON STDERR
               NOT INVALID KEY
                   IF PEND-ACTION EQUAL 'A'
                       ADD 1 TO WS-LOAD-ADDED
                   ELSE
                       ADD 1 TO WS-LOAD-REFRESHED
                   END-IF
           END-WRITE.

       1500-STAGE-TARIFF-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-SUMMARY
      **************************************************************************
      * DISPLAYS THE STAGING SUMMARY ONCE TARIFF-INPUT IS EXHAUSTED.
      **************************************************************************
       2000-WRITE-SUMMARY.
           DISPLAY "JSON-TARIFF-LOAD SUMMARY" UPON STDOUT.
           DISPLAY "Staged by:           " WS-OPERATOR-ID UPON STDOUT.
           DISPLAY "Input lines:         " WS-LOAD-TOTAL UPON STDOUT.
           DISPLAY "Adds staged:         " WS-LOAD-ADDED UPON STDOUT.
           DISPLAY "Changes staged:      " WS-LOAD-REFRESHED
               UPON STDOUT.
           DISPLAY "Lines unchanged:     " WS-LOAD-UNCHANGED
               UPON STDOUT.
           DISPLAY "Lines rejected:      " WS-LOAD-REJECTED
               UPON STDOUT.
           DISPLAY "Nothing reaches TARIFF-MASTER until approved with"
               " JSON-MAINT-APPROVE." UPON STDOUT.

       2000-WRITE-SUMMARY-EXIT. EXIT.

