       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-PLAN-LOAD.

      **************************************************************************
      * BATCH LOAD/REFRESH FOR THE INDEXED RATE-PLAN MASTER THE
      * MONTHLY STATEMENT PRICES EACH CLIENT ON. CONSUMES A
      * COMMA-DELIMITED PLAN-INPUT FILE, ONE PLAN VERSION PER LINE:
      * PLAN CODE, EFFECTIVE DATE, PLAN TYPE ('F' FLAT MONTHLY FEE,
      * 'T' TIERED PER-REQUEST RATES, 'O' PER-OP RATES), THE FLAT
      * FEE, A DESCRIPTION, THEN UP TO TEN KEY/RATE PAIRS:
      *   TIERED PLAN - KEY IS THE CUMULATIVE REQUEST COUNT THE TIER
      *                 RUNS UP TO, RATE IS THE PER-REQUEST RATE IN
      *                 IT; A BLANK KEY MARKS THE OPEN-ENDED TOP TIER,
      *                 WHICH MUST COME LAST (AT MOST FIVE TIERS);
      *   PER-OP PLAN - KEY IS THE OP NAME, RATE IS ITS PER-REQUEST
      *                 RATE; KEY "*" SETS THE RATE FOR EVERY OP THE
      *                 PLAN DOESN'T NAME (AT MOST TEN OPS).
      * EACH LINE APPENDS ONE EFFECTIVE-DATED ROW ALONGSIDE THE CODE'S
      * PRIOR ROWS, NEVER OVER THEM, SO A STATEMENT RERUN FOR AN OLD
      * MONTH STILL PRICES ON THE TERMS IN FORCE THEN. ONLY A LINE
      * THAT REPEATS AN EXISTING CODE/DATE PAIR REWRITES THAT ONE ROW
      * (A SAME-DAY CORRECTION). A LINE WHOSE TERMS DON'T HANG
      * TOGETHER IS REJECTED WHOLE RATHER THAN LOADED HALF-RIGHT.
      * WRITES A SUMMARY OF WHAT IT DID WHEN THE INPUT IS EXHAUSTED. A
      * MISSING MASTER IS CREATED EMPTY ON THE WAY IN, SO THE FIRST
      * EVER LOAD NEEDS NO SPECIAL HANDLING.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-INPUT ASSIGN TO "PLAN-INPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT RATE-PLAN ASSIGN TO "RATE-PLAN"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PLAN-KEY
               FILE STATUS IS WS-PLAN-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      **************************************************************************
      * THE COMMA-DELIMITED REFRESH FEED - ONE PLAN VERSION PER LINE,
      * THE FIXED TERMS FIRST AND THE KEY/RATE PAIRS AFTER THEM.
      **************************************************************************
       FD  PLAN-INPUT.
       01  PLAN-INPUT-RECORD.
           05  PLAN-IN-CODE                     PIC X(8).
           05  FILLER                           PIC X.
           05  PLAN-IN-EFFECTIVE-DATE           PIC X(8).
           05  FILLER                           PIC X.
           05  PLAN-IN-TYPE                     PIC X.
           05  FILLER                           PIC X.
           05  PLAN-IN-FLAT-FEE                 PIC X(10).
           05  FILLER                           PIC X.
           05  PLAN-IN-DESCRIPTION              PIC X(30).
           05  PLAN-IN-ENTRY                    OCCURS 10 TIMES.
               10  FILLER                       PIC X.
               10  PLAN-IN-ENTRY-KEY            PIC X(8).
               10  FILLER                       PIC X.
               10  PLAN-IN-ENTRY-RATE           PIC X(9).

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
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.

       01  WS-INPUT-FILE-STATUS                 PIC XX VALUE SPACES.
           88 INPUT-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-PLAN-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PLAN-FILE-OK                            VALUE '00'.
           88 PLAN-FILE-NOT-FOUND                     VALUE '35'.

      **************************************************************************
      * FIELDS USED TO VET ONE LINE'S KEY/RATE PAIRS
      **************************************************************************
       01  WS-ENTRY-IDX                         PIC 9(2) USAGE COMP.
       01  WS-TIER-COUNT                        PIC 9(2) USAGE COMP.
       01  WS-OP-COUNT                          PIC 9(2) USAGE COMP.
       01  WS-ENTRY-LIMIT                       PIC 9(7).
       01  WS-PREV-LIMIT                        PIC 9(7).
       01  WS-ENTRY-OP                          PIC X(8).
       01  WS-LINE-SW                           PIC X VALUE 'Y'.
           88 LINE-VALID                              VALUE 'Y'.
           88 LINE-INVALID                            VALUE 'N'.
       01  WS-OPEN-TIER-SW                      PIC X VALUE 'N'.
           88 OPEN-TIER-SEEN                          VALUE 'Y'.
           88 NO-OPEN-TIER                            VALUE 'N'.
       01  WS-REJECT-REASON                     PIC X(50).

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY REPORT
      **************************************************************************
       01  WS-LOAD-COUNTERS.
           05  WS-LOAD-TOTAL                    PIC 9(7) VALUE 0.
           05  WS-LOAD-ADDED                    PIC 9(7) VALUE 0.
           05  WS-LOAD-REFRESHED                PIC 9(7) VALUE 0.
           05  WS-LOAD-REJECTED                 PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * OPENS THE MASTER (CREATING IT ON THE FIRST EVER LOAD), APPLIES
      * EACH INPUT PLAN, AND WRITES THE SUMMARY.
      **************************************************************************
       1000-MAIN.

           PERFORM 0500-OPEN-MASTER
              THRU 0500-OPEN-MASTER-EXIT.

           IF PLAN-FILE-OK
               OPEN INPUT PLAN-INPUT
               IF INPUT-FILE-NOT-FOUND
                   DISPLAY "PLAN-INPUT not found - nothing to load!"
                       UPON STDERR
               ELSE
                   READ PLAN-INPUT AT END SET END-OF-FILE
                       TO TRUE END-READ
                   PERFORM UNTIL END-OF-FILE
                       PERFORM 1500-APPLY-PLAN
                          THRU 1500-APPLY-PLAN-EXIT
                       READ PLAN-INPUT AT END SET END-OF-FILE
                           TO TRUE END-READ
                   END-PERFORM
                   CLOSE PLAN-INPUT
               END-IF
               CLOSE RATE-PLAN
           END-IF.

           PERFORM 2000-WRITE-SUMMARY
              THRU 2000-WRITE-SUMMARY-EXIT.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0500-OPEN-MASTER
      **************************************************************************
      * OPENS THE RATE-PLAN MASTER FOR UPDATE. A MASTER THAT DOESN'T
      * EXIST YET IS CREATED EMPTY AND REOPENED, SO THE FIRST LOAD
      * RUNS THE SAME WAY EVERY LATER REFRESH DOES.
      **************************************************************************
       0500-OPEN-MASTER.
           OPEN I-O RATE-PLAN.
           IF PLAN-FILE-NOT-FOUND
               OPEN OUTPUT RATE-PLAN
               CLOSE RATE-PLAN
               OPEN I-O RATE-PLAN
           END-IF.
           IF NOT PLAN-FILE-OK
               DISPLAY "Could not open the rate-plan master! Status: "
                   WS-PLAN-FILE-STATUS UPON STDERR
           END-IF.

       0500-OPEN-MASTER-EXIT. EXIT.

      **************************************************************************
      * 1500-APPLY-PLAN
      **************************************************************************
      * VETS ONE INPUT LINE, BUILDS THE PLAN ROW FROM IT, AND APPLIES
      * IT TO THE MASTER - A NEW CODE/DATE PAIR IS APPENDED AS A FRESH
      * HISTORY ROW, AND ONLY A REPEAT OF AN EXISTING PAIR IS
      * REWRITTEN. A LINE WITHOUT A CODE, WITHOUT A FULL YYYYMMDD
      * EFFECTIVE DATE, OR WITH AN UNKNOWN PLAN TYPE IS COUNTED AND
      * SKIPPED, AS IS ONE WHOSE TERMS DON'T HANG TOGETHER.
      **************************************************************************
       1500-APPLY-PLAN.
           ADD 1 TO WS-LOAD-TOTAL.

           IF PLAN-IN-CODE EQUAL SPACES
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Plan line " WS-LOAD-TOTAL
                   " has no plan code - skipped!" UPON STDERR
               GO TO 1500-APPLY-PLAN-EXIT
           END-IF.
           IF PLAN-IN-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Plan [" FUNCTION TRIM(PLAN-IN-CODE)
                   "] has no valid YYYYMMDD effective date -"
                   " skipped!" UPON STDERR
               GO TO 1500-APPLY-PLAN-EXIT
           END-IF.

           INITIALIZE PLAN-RECORD.
           MOVE PLAN-IN-CODE           TO PLAN-CODE.
           MOVE PLAN-IN-EFFECTIVE-DATE TO PLAN-EFFECTIVE-DATE.
           MOVE FUNCTION UPPER-CASE(PLAN-IN-TYPE) TO PLAN-TYPE.
           MOVE PLAN-IN-DESCRIPTION    TO PLAN-DESCRIPTION.
           SET LINE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE PLAN-TYPE
               WHEN 'F'
                   PERFORM 1600-BUILD-FLAT
                      THRU 1600-BUILD-FLAT-EXIT
               WHEN 'T'
                   PERFORM 1700-BUILD-TIERS
                      THRU 1700-BUILD-TIERS-EXIT
               WHEN 'O'
                   PERFORM 1800-BUILD-OPS
                      THRU 1800-BUILD-OPS-EXIT
               WHEN OTHER
                   SET LINE-INVALID TO TRUE
                   MOVE "plan type must be F, T or O"
                       TO WS-REJECT-REASON
           END-EVALUATE.

           IF LINE-INVALID
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Plan [" FUNCTION TRIM(PLAN-IN-CODE)
                   "] effective " PLAN-IN-EFFECTIVE-DATE " - "
                   FUNCTION TRIM(WS-REJECT-REASON) " - skipped!"
                   UPON STDERR
               GO TO 1500-APPLY-PLAN-EXIT
           END-IF.

           WRITE PLAN-RECORD
               INVALID KEY
                   REWRITE PLAN-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-REJECTED
                           DISPLAY "Could not store plan ["
                               FUNCTION TRIM(PLAN-IN-CODE)
                               "]! Status: " WS-PLAN-FILE-STATUS
                               UPON STDERR
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-REFRESHED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADDED
           END-WRITE.

       1500-APPLY-PLAN-EXIT. EXIT.

      **************************************************************************
      * 1600-BUILD-FLAT
      **************************************************************************
      * A FLAT-FEE PLAN NEEDS ITS FEE AND NOTHING ELSE - KEY/RATE
      * PAIRS ON THE LINE WOULD SUGGEST THE WRONG TYPE WAS KEYED.
      **************************************************************************
       1600-BUILD-FLAT.
           IF PLAN-IN-FLAT-FEE EQUAL SPACES
               SET LINE-INVALID TO TRUE
               MOVE "flat-fee plan has no fee" TO WS-REJECT-REASON
               GO TO 1600-BUILD-FLAT-EXIT
           END-IF.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 10
               IF PLAN-IN-ENTRY-KEY(WS-ENTRY-IDX) NOT EQUAL SPACES
                       OR PLAN-IN-ENTRY-RATE(WS-ENTRY-IDX)
                           NOT EQUAL SPACES
                   SET LINE-INVALID TO TRUE
                   MOVE "flat-fee plan carries rate entries"
                       TO WS-REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(PLAN-IN-FLAT-FEE) TO PLAN-FLAT-FEE.

       1600-BUILD-FLAT-EXIT. EXIT.

      **************************************************************************
      * 1700-BUILD-TIERS
      **************************************************************************
      * LOADS THE TIER TABLE FROM THE KEY/RATE PAIRS. LIMITS MUST
      * CLIMB STRICTLY, AT MOST ONE OPEN-ENDED (BLANK-KEY) TIER MAY
      * APPEAR AND ONLY AS THE LAST, AND THERE MUST BE ONE TO FIVE
      * TIERS - OTHERWISE SOME VOLUME WOULD BE PRICED TWICE OR NOT
      * AT ALL.
      **************************************************************************
       1700-BUILD-TIERS.
           MOVE 0 TO WS-TIER-COUNT.
           MOVE 0 TO WS-PREV-LIMIT.
           SET NO-OPEN-TIER TO TRUE.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 10 OR LINE-INVALID
               IF PLAN-IN-ENTRY-KEY(WS-ENTRY-IDX) NOT EQUAL SPACES
                       OR PLAN-IN-ENTRY-RATE(WS-ENTRY-IDX)
                           NOT EQUAL SPACES
                   IF OPEN-TIER-SEEN
                       SET LINE-INVALID TO TRUE
                       MOVE "tier follows the open-ended tier"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-TIER-COUNT EQUAL 5
                           SET LINE-INVALID TO TRUE
                           MOVE "more than five tiers"
                               TO WS-REJECT-REASON
                       ELSE
                           ADD 1 TO WS-TIER-COUNT
                           MOVE FUNCTION NUMVAL(
                               PLAN-IN-ENTRY-RATE(WS-ENTRY-IDX))
                               TO PLAN-TIER-RATE(WS-TIER-COUNT)
                           IF PLAN-IN-ENTRY-KEY(WS-ENTRY-IDX)
                                   EQUAL SPACES
                               SET OPEN-TIER-SEEN TO TRUE
                               MOVE 0
                                   TO PLAN-TIER-LIMIT(WS-TIER-COUNT)
                           ELSE
                               MOVE FUNCTION NUMVAL(
                                   PLAN-IN-ENTRY-KEY(WS-ENTRY-IDX))
                                   TO WS-ENTRY-LIMIT
                               IF WS-ENTRY-LIMIT NOT > WS-PREV-LIMIT
                                   SET LINE-INVALID TO TRUE
                                   MOVE "tier limits must climb"
                                       TO WS-REJECT-REASON
                               ELSE
                                   MOVE WS-ENTRY-LIMIT TO
                                       PLAN-TIER-LIMIT(WS-TIER-COUNT)
                                   MOVE WS-ENTRY-LIMIT TO WS-PREV-LIMIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LINE-VALID AND WS-TIER-COUNT EQUAL 0
               SET LINE-INVALID TO TRUE
               MOVE "tiered plan has no tiers" TO WS-REJECT-REASON
           END-IF.

       1700-BUILD-TIERS-EXIT. EXIT.

      **************************************************************************
      * 1800-BUILD-OPS
      **************************************************************************
      * LOADS THE PER-OP RATE TABLE FROM THE KEY/RATE PAIRS, OP NAMES
      * TRIMMED AND UPPER-CASED TO MATCH HOW THE STATEMENT COMPARES
      * THEM. KEY "*" SETS THE RATE FOR OPS THE PLAN DOESN'T NAME. AN
      * OP NAMED TWICE IS REFUSED - ONLY ONE RATE CAN BE IN FORCE.
      **************************************************************************
       1800-BUILD-OPS.
           MOVE 0 TO WS-OP-COUNT.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 10 OR LINE-INVALID
               IF PLAN-IN-ENTRY-KEY(WS-ENTRY-IDX) NOT EQUAL SPACES
                   MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(
                       PLAN-IN-ENTRY-KEY(WS-ENTRY-IDX)))
                       TO WS-ENTRY-OP
                   IF WS-ENTRY-OP EQUAL "*"
                       MOVE FUNCTION NUMVAL(
                           PLAN-IN-ENTRY-RATE(WS-ENTRY-IDX))
                           TO PLAN-DEFAULT-OP-RATE
                   ELSE
                       PERFORM 1850-ADD-OP-RATE
                          THRU 1850-ADD-OP-RATE-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           IF LINE-VALID AND WS-OP-COUNT EQUAL 0
                   AND PLAN-DEFAULT-OP-RATE EQUAL 0
               SET LINE-INVALID TO TRUE
               MOVE "per-op plan has no op rates" TO WS-REJECT-REASON
           END-IF.

       1800-BUILD-OPS-EXIT. EXIT.

      **************************************************************************
      * 1850-ADD-OP-RATE
      **************************************************************************
      * ADDS ONE NAMED OP TO THE PLAN'S RATE TABLE.
      **************************************************************************
       1850-ADD-OP-RATE.
           PERFORM VARYING WS-TIER-COUNT FROM 1 BY 1
                   UNTIL WS-TIER-COUNT > WS-OP-COUNT
               IF PLAN-OP-NAME(WS-TIER-COUNT) EQUAL WS-ENTRY-OP
                   SET LINE-INVALID TO TRUE
                   MOVE "op named twice" TO WS-REJECT-REASON
                   GO TO 1850-ADD-OP-RATE-EXIT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-ENTRY-OP TO PLAN-OP-NAME(WS-OP-COUNT).
           MOVE FUNCTION NUMVAL(PLAN-IN-ENTRY-RATE(WS-ENTRY-IDX))
               TO PLAN-OP-RATE(WS-OP-COUNT).

       1850-ADD-OP-RATE-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-SUMMARY
      **************************************************************************
      * DISPLAYS THE LOAD SUMMARY ONCE PLAN-INPUT IS EXHAUSTED.
      **************************************************************************
       2000-WRITE-SUMMARY.
           DISPLAY "JSON-PLAN-LOAD SUMMARY" UPON STDOUT.
           DISPLAY "Input lines:         " WS-LOAD-TOTAL UPON STDOUT.
           DISPLAY "Plans appended:      " WS-LOAD-ADDED UPON STDOUT.
           DISPLAY "Plans rewritten:     " WS-LOAD-REFRESHED
               UPON STDOUT.
           DISPLAY "Lines rejected:      " WS-LOAD-REJECTED
               UPON STDOUT.

       2000-WRITE-SUMMARY-EXIT. EXIT.

       END PROGRAM JSON-PLAN-LOAD.
