
      **************************************************************************
      * BATCH LOAD/MAINTENANCE FOR THE INDEXED CLIENT MASTER
      * JSON-PROCESS CHECKS EVERY SUPPLIED clientId AGAINST. CONSUMES A
      * COMMA-DELIMITED CLIENT-INPUT FILE (CLIENT ID, STATUS FLAG,
      * ENTITLEMENT LIST, DESCRIPTION, RATE PLAN CODE) AND STAGES ONE
      * PENDING CHANGE PER LINE ON PENDING-CHANGES - AN ADD FOR A
      * CLIENT THE MASTER DOESN'T CARRY YET, A CHANGE (WITH THE RECORD
      * AS IT STANDS TODAY AS THE BEFORE IMAGE) FOR ONE IT DOES. IT
      * NEVER UPDATES THE MASTER ITSELF: A CHANGE ONLY REACHES
      * CLIENT-MASTER WHEN A SECOND OPERATOR APPROVES IT THROUGH
      * JSON-MAINT-APPROVE, SO NOBODY CAN SUSPEND (OR REINSTATE) A
      * DEPARTMENT ALONE. THE STAGING OPERATOR'S ID IS REQUIRED ON THE
      * COMMAND LINE AND TRAVELS WITH EVERY CHANGE. A LINE THAT WOULD
      * LEAVE THE RECORD EXACTLY AS IT IS STAGES NOTHING, AND A LINE
      * WHOSE STATUS FLAG ISN'T 'A' OR 'S' IS REJECTED - A MISTYPED
      * FLAG MUST NOT EVEN REACH THE APPROVAL QUEUE. WRITES A SUMMARY
      * OF WHAT IT STAGED WHEN THE INPUT IS EXHAUSTED.
      **************************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE RANDOM
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "PENDING-CHANGES"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PEND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT RATE-PLAN ASSIGN TO "RATE-PLAN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PLAN-KEY
               FILE STATUS IS WS-PLAN-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
           05  CLIENT-IN-ENTITLEMENTS           PIC X(80).
           05  FILLER                           PIC X.
           05  CLIENT-IN-DESCRIPTION            PIC X(30).
           05  FILLER                           PIC X.
           05  CLIENT-IN-PLAN-CODE              PIC X(8).

       FD  CLIENT-MASTER.
       COPY "clientrec.cpy"
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

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

       FD  RATE-PLAN.
       COPY "planrec.cpy"
           REPLACING PREFIX-RECORD          BY PLAN-RECORD
                     PREFIX-KEY             BY PLAN-KEY
                     PREFIX-PLAN-CODE       BY PLAN-CODE
                     PREFIX-EFFECTIVE-DATE  BY PLAN-EFFECTIVE-DATE
                     PREFIX-PLAN-TYPE       BY PLAN-TYPE
                     PREFIX-FLAT-FEE        BY PLAN-FLAT-FEE
                     PREFIX-TIER-LIMIT      BY PLAN-TIER-LIMIT
                     PREFIX-TIER-RATE       BY PLAN-TIER-RATE
                     PREFIX-TIER            BY PLAN-TIER
                     PREFIX-OP-ENTRY        BY PLAN-OP-ENTRY
                     PREFIX-OP-NAME         BY PLAN-OP-NAME
                     PREFIX-OP-RATE         BY PLAN-OP-RATE
                     PREFIX-DEFAULT-OP-RATE BY PLAN-DEFAULT-OP-RATE
                     PREFIX-DESCRIPTION     BY PLAN-DESCRIPTION.

       WORKING-STORAGE SECTION.
      **************************************************************************
       01  WS-CLIENT-FILE-STATUS                PIC XX VALUE SPACES.
           88 CLIENT-FILE-OK                          VALUE '00'.
           88 CLIENT-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PEND-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PEND-FILE-OK                            VALUE '00'.
           88 PEND-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-MASTER-SW                         PIC X VALUE 'Y'.
           88 MASTER-PRESENT                          VALUE 'Y'.
           88 MASTER-ABSENT                           VALUE 'N'.
       01  WS-PLAN-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PLAN-FILE-OK                            VALUE '00'.
           88 PLAN-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-PLAN-MASTER-SW                    PIC X VALUE 'Y'.
           88 PLAN-MASTER-PRESENT                     VALUE 'Y'.
           88 PLAN-MASTER-ABSENT                      VALUE 'N'.
       01  WS-PLAN-SW                           PIC X VALUE 'N'.
           88 PLAN-ON-FILE                            VALUE 'Y'.
           88 PLAN-NOT-ON-FILE                        VALUE 'N'.

      **************************************************************************
      * THE STAGING OPERATOR AND THE RUN TIMESTAMP EVERY CHANGE STAGED
      * BY THIS RUN IS KEYED UNDER
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-OPERATOR-ID                       PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP                     PIC X(21).

      **************************************************************************
      * THE CLIENT RECORD BEING STAGED, BUILT HERE RATHER THAN IN THE
      * MASTER'S RECORD AREA - THE MASTER MAY NOT EXIST YET
      **************************************************************************
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY WS-CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY WS-CLIENT-ID
                     PREFIX-STATUS-FLAG  BY WS-CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY WS-CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY WS-CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY WS-CLIENT-PLAN-CODE.

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
      * INPUT CLIENT, AND WRITES THE SUMMARY.
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

           OPEN INPUT CLIENT-MASTER.
           IF CLIENT-FILE-NOT-FOUND
               SET MASTER-ABSENT TO TRUE
           ELSE
               IF NOT CLIENT-FILE-OK
                   DISPLAY "Could not open the client master! Status: "
                       WS-CLIENT-FILE-STATUS UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END
               END-IF
           END-IF.

           OPEN INPUT RATE-PLAN.
           IF PLAN-FILE-NOT-FOUND
               SET PLAN-MASTER-ABSENT TO TRUE
           ELSE
               IF NOT PLAN-FILE-OK
                   DISPLAY "Could not open the rate-plan master!"
                       " Status: " WS-PLAN-FILE-STATUS UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END
               END-IF
           END-IF.

           PERFORM 0500-OPEN-PENDING
              THRU 0500-OPEN-PENDING-EXIT.

           IF PEND-FILE-OK
               OPEN INPUT CLIENT-INPUT
               IF INPUT-FILE-NOT-FOUND
                   DISPLAY "CLIENT-INPUT not found - nothing to load!"
                   READ CLIENT-INPUT AT END SET END-OF-FILE
                       TO TRUE END-READ
                   PERFORM UNTIL END-OF-FILE
                       PERFORM 1500-STAGE-CLIENT
                          THRU 1500-STAGE-CLIENT-EXIT
                       READ CLIENT-INPUT AT END SET END-OF-FILE
                           TO TRUE END-READ
                   END-PERFORM
                   CLOSE CLIENT-INPUT
               END-IF
               CLOSE PENDING-CHANGES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF MASTER-PRESENT
               CLOSE CLIENT-MASTER
           END-IF.
           IF PLAN-MASTER-PRESENT
               CLOSE RATE-PLAN
           END-IF.

           PERFORM 2000-WRITE-SUMMARY
              THRU 2000-WRITE-SUMMARY-EXIT.
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
      * 1500-STAGE-CLIENT
      **************************************************************************
      * STAGES ONE INPUT LINE AS A PENDING CHANGE - A NEW CLIENT AS
      * AN ADD, AN EXISTING ONE AS A CHANGE CARRYING ITS CURRENT
      * RECORD AS THE BEFORE IMAGE. A LINE WITHOUT A CLIENT ID, WITH
      * A STATUS FLAG OTHER THAN 'A' OR 'S', OR NAMING A RATE PLAN
      * THE RATE-PLAN MASTER DOESN'T CARRY, IS COUNTED AND SKIPPED -
      * A BLANK PLAN CODE LEAVES THE CLIENT ON THE HOUSE DEFAULT PLAN.
      **************************************************************************
       1500-STAGE-CLIENT.
           ADD 1 TO WS-LOAD-TOTAL.

           IF CLIENT-IN-ID EQUAL SPACES
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Client line " WS-LOAD-TOTAL
                   " has no client id - skipped!" UPON STDERR
               GO TO 1500-STAGE-CLIENT-EXIT
           END-IF.
           IF CLIENT-IN-STATUS-FLAG NOT EQUAL 'A'
                   AND CLIENT-IN-STATUS-FLAG NOT EQUAL 'S'
                   FUNCTION TRIM(CLIENT-IN-ID)
                   "] has invalid status flag ["
                   CLIENT-IN-STATUS-FLAG "] - skipped!" UPON STDERR
               GO TO 1500-STAGE-CLIENT-EXIT
           END-IF.

           IF CLIENT-IN-PLAN-CODE NOT EQUAL SPACES
               PERFORM 1550-CHECK-PLAN
                  THRU 1550-CHECK-PLAN-EXIT
               IF PLAN-NOT-ON-FILE
                   ADD 1 TO WS-LOAD-REJECTED
                   DISPLAY "Client ["
                       FUNCTION TRIM(CLIENT-IN-ID)
                       "] names unknown rate plan ["
                       FUNCTION TRIM(CLIENT-IN-PLAN-CODE)
                       "] - skipped!" UPON STDERR
                   GO TO 1500-STAGE-CLIENT-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO PEND-BEFORE-IMAGE.
           MOVE 'A' TO PEND-ACTION.
           IF MASTER-PRESENT
               MOVE CLIENT-IN-ID TO CLIENT-ID
               READ CLIENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENT-RECORD TO PEND-BEFORE-IMAGE
                       MOVE 'C' TO PEND-ACTION
               END-READ
           END-IF.

           MOVE SPACES                 TO WS-CLIENT-RECORD.
           MOVE CLIENT-IN-ID           TO WS-CLIENT-ID.
           MOVE CLIENT-IN-STATUS-FLAG  TO WS-CLIENT-STATUS-FLAG.
           MOVE CLIENT-IN-ENTITLEMENTS TO WS-CLIENT-ENTITLEMENTS.
           MOVE CLIENT-IN-DESCRIPTION  TO WS-CLIENT-DESCRIPTION.
           MOVE CLIENT-IN-PLAN-CODE    TO WS-CLIENT-PLAN-CODE.
           MOVE WS-CLIENT-RECORD       TO PEND-AFTER-IMAGE.

           IF PEND-AFTER-IMAGE EQUAL PEND-BEFORE-IMAGE
               ADD 1 TO WS-LOAD-UNCHANGED
               GO TO 1500-STAGE-CLIENT-EXIT
           END-IF.

           MOVE WS-RUN-TIMESTAMP TO PEND-STAGED-TIMESTAMP.
           MOVE WS-LOAD-TOTAL    TO PEND-LINE-NUM.
           MOVE 'C'              TO PEND-MASTER-TYPE.
           MOVE WS-CLIENT-ID     TO PEND-RECORD-KEY.
           MOVE WS-OPERATOR-ID   TO PEND-MAKER-ID.
           MOVE 'P'              TO PEND-STATUS-FLAG.
           MOVE SPACES           TO PEND-CHECKER-ID.
           MOVE SPACES           TO PEND-DECIDED-TIMESTAMP.
           WRITE PEND-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOAD-REJECTED
                   DISPLAY "Could not stage client ["
                       FUNCTION TRIM(CLIENT-IN-ID)
                       "]! Status: " WS-PEND-FILE-STATUS
                       UPON STDERR
               NOT INVALID KEY
                   IF PEND-ACTION EQUAL 'A'
                       ADD 1 TO WS-LOAD-ADDED
                   ELSE
                       ADD 1 TO WS-LOAD-REFRESHED
                   END-IF
           END-WRITE.

       1500-STAGE-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 1550-CHECK-PLAN
      **************************************************************************
      * CONFIRMS THE RATE-PLAN MASTER CARRIES AT LEAST ONE ROW, OF ANY
      * EFFECTIVE DATE, FOR THE PLAN CODE THE INPUT LINE NAMES.
      **************************************************************************
       1550-CHECK-PLAN.
           SET PLAN-NOT-ON-FILE TO TRUE.
           IF PLAN-MASTER-ABSENT
               GO TO 1550-CHECK-PLAN-EXIT
           END-IF.
           MOVE CLIENT-IN-PLAN-CODE TO PLAN-CODE.
           MOVE LOW-VALUES          TO PLAN-EFFECTIVE-DATE.
           START RATE-PLAN KEY IS NOT LESS THAN PLAN-KEY
               INVALID KEY
                   GO TO 1550-CHECK-PLAN-EXIT
           END-START.
           READ RATE-PLAN NEXT RECORD
               AT END
                   GO TO 1550-CHECK-PLAN-EXIT
           END-READ.
           IF PLAN-CODE EQUAL CLIENT-IN-PLAN-CODE
               SET PLAN-ON-FILE TO TRUE
           END-IF.

       1550-CHECK-PLAN-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-SUMMARY
      **************************************************************************
      * DISPLAYS THE STAGING SUMMARY ONCE CLIENT-INPUT IS EXHAUSTED.
      **************************************************************************
       2000-WRITE-SUMMARY.
           DISPLAY "JSON-CLIENT-LOAD SUMMARY" UPON STDOUT.
           DISPLAY "Staged by:           " WS-OPERATOR-ID UPON STDOUT.
           DISPLAY "Input lines:         " WS-LOAD-TOTAL UPON STDOUT.
           DISPLAY "Adds staged:         " WS-LOAD-ADDED UPON STDOUT.
           DISPLAY "Changes staged:      " WS-LOAD-REFRESHED
               UPON STDOUT.
           DISPLAY "Lines unchanged:     " WS-LOAD-UNCHANGED
               UPON STDOUT.
           DISPLAY "Lines rejected:      " WS-LOAD-REJECTED
               UPON STDOUT.
           DISPLAY "Nothing reaches CLIENT-MASTER until approved with"
               " JSON-MAINT-APPROVE." UPON STDOUT.

       2000-WRITE-SUMMARY-EXIT. EXIT.

