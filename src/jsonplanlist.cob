       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-PLAN-LIST.

      **************************************************************************
      * RATE-PLAN LISTING REPORT. PRINTS EVERY EFFECTIVE-DATED ROW ON
      * THE RATE-PLAN MASTER - ITS TYPE AND TERMS (FLAT FEE, TIER
      * TABLE OR PER-OP RATES) - MARKED IN FORCE, SUPERSEDED OR FUTURE
      * AS OF TODAY, SO BILLING CAN PROVE WHAT TERMS A CLIENT WAS
      * PRICED ON. THEN LISTS EVERY CLIENT ON CLIENT-MASTER WITH THE
      * PLAN IT IS ASSIGNED, FLAGGING ANY CLIENT WHOSE PLAN CODE THE
      * MASTER DOESN'T CARRY OR HAS NO ROW IN FORCE FOR YET - THE
      * MONTHLY STATEMENT CANNOT PRICE THOSE CLIENTS.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PLAN ASSIGN TO "RATE-PLAN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PLAN-KEY
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CLIENT-MASTER.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-PLAN-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PLAN-FILE-OK                            VALUE '00'.
           88 PLAN-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-PLAN-MASTER-SW                    PIC X VALUE 'N'.
           88 PLAN-MASTER-PRESENT                     VALUE 'Y'.
           88 PLAN-MASTER-ABSENT                      VALUE 'N'.
       01  WS-CLIENT-FILE-STATUS                PIC XX VALUE SPACES.
           88 CLIENT-FILE-OK                          VALUE '00'.
           88 CLIENT-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-RUN-TIMESTAMP                     PIC X(21).
       01  WS-TODAY                             PIC X(8).

      **************************************************************************
      * THE PLAN ROW WAITING TO BE PRINTED. A ROW'S STANDING (IN FORCE
      * OR SUPERSEDED) DEPENDS ON THE ROW AFTER IT, SO EACH ROW IS
      * HELD UNTIL THE NEXT ONE HAS BEEN READ.
      **************************************************************************
       COPY "planrec.cpy"
           REPLACING PREFIX-RECORD          BY HELD-PLAN-RECORD
                     PREFIX-KEY             BY HELD-PLAN-KEY
                     PREFIX-PLAN-CODE       BY HELD-PLAN-CODE
                     PREFIX-EFFECTIVE-DATE  BY HELD-PLAN-EFFECTIVE-DATE
                     PREFIX-PLAN-TYPE       BY HELD-PLAN-TYPE
                     PREFIX-FLAT-FEE        BY HELD-PLAN-FLAT-FEE
                     PREFIX-TIER-LIMIT      BY HELD-PLAN-TIER-LIMIT
                     PREFIX-TIER-RATE       BY HELD-PLAN-TIER-RATE
                     PREFIX-TIER            BY HELD-PLAN-TIER
                     PREFIX-OP-ENTRY        BY HELD-PLAN-OP-ENTRY
                     PREFIX-OP-NAME         BY HELD-PLAN-OP-NAME
                     PREFIX-OP-RATE         BY HELD-PLAN-OP-RATE
                     PREFIX-DEFAULT-OP-RATE BY HELD-PLAN-DEFAULT-OP-RATE
                     PREFIX-DESCRIPTION     BY HELD-PLAN-DESCRIPTION.
       01  WS-HELD-SW                           PIC X VALUE 'N'.
           88 ROW-HELD                                VALUE 'Y'.
           88 NO-ROW-HELD                             VALUE 'N'.
       01  WS-STANDING                          PIC X(10).

      **************************************************************************
      * PRINT FIELDS
      **************************************************************************
       01  WS-ENTRY-IDX                         PIC 9(2) USAGE COMP.
       01  WS-FEE-DISP                          PIC Z,ZZZ,ZZ9.99.
       01  WS-RATE-DISP                         PIC ZZ9.9999.
       01  WS-LIMIT-DISP                        PIC Z,ZZZ,ZZ9.
       01  WS-FROM-DISP                         PIC Z,ZZZ,ZZ9.
       01  WS-PREV-LIMIT                        PIC 9(7).
       01  WS-CLIENT-PLAN-NOTE                  PIC X(30).

      **************************************************************************
      * RUNNING COUNTS FOR THE FOOT OF THE REPORT
      **************************************************************************
       01  WS-LIST-COUNTERS.
           05  WS-LIST-ROWS                     PIC 9(7) VALUE 0.
           05  WS-LIST-PLANS                    PIC 9(7) VALUE 0.
           05  WS-LIST-CLIENTS                  PIC 9(7) VALUE 0.
           05  WS-LIST-DEFAULTED                PIC 9(7) VALUE 0.
           05  WS-LIST-UNPRICEABLE              PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PRINTS THE HEADING, THE PLAN ROWS, THEN THE CLIENT ASSIGNMENTS.
      **************************************************************************
       1000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           DISPLAY "JSON-PLAN-LIST RATE PLANS" UPON STDOUT.
           DISPLAY "Listed at: " WS-RUN-TIMESTAMP UPON STDOUT.
           DISPLAY " " UPON STDOUT.

           OPEN INPUT RATE-PLAN.
           IF PLAN-FILE-NOT-FOUND
               DISPLAY "RATE-PLAN not found - no client can be priced."
                   UPON STDOUT
           ELSE
               IF NOT PLAN-FILE-OK
                   DISPLAY "Could not open the rate-plan master!"
                       " Status: " WS-PLAN-FILE-STATUS UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-MAIN-END
               END-IF
               SET PLAN-MASTER-PRESENT TO TRUE
               PERFORM 1100-LIST-PLANS
                  THRU 1100-LIST-PLANS-EXIT
           END-IF.

           DISPLAY " " UPON STDOUT.
           OPEN INPUT CLIENT-MASTER.
           IF CLIENT-FILE-NOT-FOUND
               DISPLAY "CLIENT-MASTER not found - no plan assignments."
                   UPON STDOUT
           ELSE
               IF NOT CLIENT-FILE-OK
                   DISPLAY "Could not open the client master! Status: "
                       WS-CLIENT-FILE-STATUS UPON STDERR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1700-LIST-CLIENTS
                      THRU 1700-LIST-CLIENTS-EXIT
                   CLOSE CLIENT-MASTER
               END-IF
           END-IF.
           IF PLAN-MASTER-PRESENT
               CLOSE RATE-PLAN
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY "Plan rows listed:       " WS-LIST-ROWS UPON STDOUT.
           DISPLAY "Distinct plan codes:    " WS-LIST-PLANS UPON STDOUT.
           DISPLAY "Clients listed:         " WS-LIST-CLIENTS
               UPON STDOUT.
           DISPLAY "On the house default:   " WS-LIST-DEFAULTED
               UPON STDOUT.
           DISPLAY "Cannot be priced:       " WS-LIST-UNPRICEABLE
               UPON STDOUT.
           IF WS-LIST-UNPRICEABLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 1100-LIST-PLANS
      **************************************************************************
      * WALKS THE RATE-PLAN MASTER IN KEY ORDER - EACH CODE'S ROWS
      * OLDEST FIRST - HOLDING EACH ROW UNTIL ITS SUCCESSOR IS READ.
      **************************************************************************
       1100-LIST-PLANS.
           DISPLAY "PLAN     EFFECTIVE  TYPE      STANDING    "
               "DESCRIPTION" UPON STDOUT.
           SET NO-ROW-HELD TO TRUE.
           SET NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO PLAN-KEY.
           START RATE-PLAN KEY IS NOT LESS THAN PLAN-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ RATE-PLAN NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF ROW-HELD
                   PERFORM 1200-PRINT-HELD-ROW
                      THRU 1200-PRINT-HELD-ROW-EXIT
               END-IF
               IF NO-ROW-HELD OR PLAN-CODE NOT EQUAL HELD-PLAN-CODE
                   ADD 1 TO WS-LIST-PLANS
               END-IF
               MOVE PLAN-RECORD TO HELD-PLAN-RECORD
               SET ROW-HELD TO TRUE
               READ RATE-PLAN NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           IF ROW-HELD
               PERFORM 1200-PRINT-HELD-ROW
                  THRU 1200-PRINT-HELD-ROW-EXIT
           END-IF.

       1100-LIST-PLANS-EXIT. EXIT.

      **************************************************************************
      * 1200-PRINT-HELD-ROW
      **************************************************************************
      * PRINTS THE HELD ROW AND ITS TERMS. A ROW DATED AFTER TODAY IS
      * FUTURE; A ROW FOLLOWED BY A LATER ROW OF THE SAME CODE THAT
      * HAS ALREADY TAKEN EFFECT IS SUPERSEDED; OTHERWISE IT IS THE
      * ROW IN FORCE. PLAN-RECORD HOLDS THE SUCCESSOR ROW UNLESS THE
      * MASTER IS EXHAUSTED, IN WHICH CASE THE HELD ROW HAS NONE.
      **************************************************************************
       1200-PRINT-HELD-ROW.
           ADD 1 TO WS-LIST-ROWS.
           EVALUATE TRUE
               WHEN HELD-PLAN-EFFECTIVE-DATE > WS-TODAY
                   MOVE "FUTURE" TO WS-STANDING
               WHEN NOT END-OF-FILE
                       AND PLAN-CODE EQUAL HELD-PLAN-CODE
                       AND PLAN-EFFECTIVE-DATE NOT > WS-TODAY
                   MOVE "SUPERSEDED" TO WS-STANDING
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-STANDING
           END-EVALUATE.

           EVALUATE HELD-PLAN-TYPE
               WHEN 'F'
                   DISPLAY HELD-PLAN-CODE " " HELD-PLAN-EFFECTIVE-DATE
                       "   FLAT      " WS-STANDING "  "
                       HELD-PLAN-DESCRIPTION UPON STDOUT
                   MOVE HELD-PLAN-FLAT-FEE TO WS-FEE-DISP
                   DISPLAY "    monthly fee " WS-FEE-DISP UPON STDOUT
               WHEN 'T'
                   DISPLAY HELD-PLAN-CODE " " HELD-PLAN-EFFECTIVE-DATE
                       "   TIERED    " WS-STANDING "  "
                       HELD-PLAN-DESCRIPTION UPON STDOUT
                   PERFORM 1300-PRINT-TIERS
                      THRU 1300-PRINT-TIERS-EXIT
               WHEN 'O'
                   DISPLAY HELD-PLAN-CODE " " HELD-PLAN-EFFECTIVE-DATE
                       "   PER-OP    " WS-STANDING "  "
                       HELD-PLAN-DESCRIPTION UPON STDOUT
                   PERFORM 1400-PRINT-OPS
                      THRU 1400-PRINT-OPS-EXIT
               WHEN OTHER
                   DISPLAY HELD-PLAN-CODE " " HELD-PLAN-EFFECTIVE-DATE
                       "   ?" HELD-PLAN-TYPE "        " WS-STANDING
                       "  " HELD-PLAN-DESCRIPTION UPON STDOUT
                   DISPLAY "    unknown plan type - the statement"
                       " cannot price on this row" UPON STDOUT
           END-EVALUATE.

       1200-PRINT-HELD-ROW-EXIT. EXIT.

      **************************************************************************
      * 1300-PRINT-TIERS
      **************************************************************************
      * ONE LINE PER TIER, SHOWING THE REQUEST RANGE IT PRICES. THE
      * FIRST ZERO-LIMIT TIER, OR THE FIFTH, TAKES ALL REMAINING
      * VOLUME, EXACTLY AS THE STATEMENT APPLIES THE TABLE.
      **************************************************************************
       1300-PRINT-TIERS.
           MOVE 0 TO WS-PREV-LIMIT.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 5
               COMPUTE WS-FROM-DISP = WS-PREV-LIMIT + 1
               MOVE HELD-PLAN-TIER-RATE(WS-ENTRY-IDX) TO WS-RATE-DISP
               IF HELD-PLAN-TIER-LIMIT(WS-ENTRY-IDX) EQUAL 0
                       OR WS-ENTRY-IDX EQUAL 5
                   DISPLAY "    requests " WS-FROM-DISP
                       " and up       at " WS-RATE-DISP UPON STDOUT
                   EXIT PERFORM
               END-IF
               MOVE HELD-PLAN-TIER-LIMIT(WS-ENTRY-IDX) TO WS-LIMIT-DISP
               DISPLAY "    requests " WS-FROM-DISP " to "
                   WS-LIMIT-DISP " at " WS-RATE-DISP UPON STDOUT
               MOVE HELD-PLAN-TIER-LIMIT(WS-ENTRY-IDX) TO WS-PREV-LIMIT
           END-PERFORM.

       1300-PRINT-TIERS-EXIT. EXIT.

      **************************************************************************
      * 1400-PRINT-OPS
      **************************************************************************
      * ONE LINE PER NAMED OP, THEN THE RATE FOR EVERY OTHER OP.
      **************************************************************************
       1400-PRINT-OPS.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 10
               IF HELD-PLAN-OP-NAME(WS-ENTRY-IDX) NOT EQUAL SPACES
                   MOVE HELD-PLAN-OP-RATE(WS-ENTRY-IDX) TO WS-RATE-DISP
                   DISPLAY "    op " HELD-PLAN-OP-NAME(WS-ENTRY-IDX)
                       "  at " WS-RATE-DISP UPON STDOUT
               END-IF
           END-PERFORM.
           MOVE HELD-PLAN-DEFAULT-OP-RATE TO WS-RATE-DISP.
           DISPLAY "    any other op at " WS-RATE-DISP UPON STDOUT.

       1400-PRINT-OPS-EXIT. EXIT.

      **************************************************************************
      * 1700-LIST-CLIENTS
      **************************************************************************
      * LISTS EVERY CLIENT WITH ITS PLAN ASSIGNMENT, CHECKING EACH
      * NAMED PLAN AGAINST THE RATE-PLAN MASTER.
      **************************************************************************
       1700-LIST-CLIENTS.
           DISPLAY "CLIENT           STATUS  PLAN      NOTE"
               UPON STDOUT.
           SET NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO CLIENT-ID.
           START CLIENT-MASTER KEY IS NOT LESS THAN CLIENT-ID
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ CLIENT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LIST-CLIENTS
               PERFORM 1750-CHECK-CLIENT-PLAN
                  THRU 1750-CHECK-CLIENT-PLAN-EXIT
               DISPLAY CLIENT-ID " " CLIENT-STATUS-FLAG "       "
                   CLIENT-PLAN-CODE "  " WS-CLIENT-PLAN-NOTE
                   UPON STDOUT
               READ CLIENT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

       1700-LIST-CLIENTS-EXIT. EXIT.

      **************************************************************************
      * 1750-CHECK-CLIENT-PLAN
      **************************************************************************
      * NOTES WHETHER THE CLIENT'S PLAN CAN BE PRICED TODAY. A BLANK
      * PLAN CODE PUTS THE CLIENT ON THE HOUSE DEFAULT PLAN NAMED IN
      * STMT-PARMS; A CODE WITH NO ROW ON THE MASTER, OR WHOSE ROWS
      * ARE ALL STILL TO TAKE EFFECT, CANNOT BE PRICED.
      **************************************************************************
       1750-CHECK-CLIENT-PLAN.
           MOVE SPACES TO WS-CLIENT-PLAN-NOTE.
           IF CLIENT-PLAN-CODE EQUAL SPACES
               ADD 1 TO WS-LIST-DEFAULTED
               MOVE "(house default plan)" TO WS-CLIENT-PLAN-NOTE
               GO TO 1750-CHECK-CLIENT-PLAN-EXIT
           END-IF.
           IF PLAN-MASTER-ABSENT
               ADD 1 TO WS-LIST-UNPRICEABLE
               MOVE "NO SUCH PLAN" TO WS-CLIENT-PLAN-NOTE
               GO TO 1750-CHECK-CLIENT-PLAN-EXIT
           END-IF.

           MOVE CLIENT-PLAN-CODE TO PLAN-CODE.
           MOVE LOW-VALUES       TO PLAN-EFFECTIVE-DATE.
           START RATE-PLAN KEY IS NOT LESS THAN PLAN-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO PLAN-CODE
           END-START.
           IF PLAN-CODE NOT EQUAL HIGH-VALUES
               READ RATE-PLAN NEXT RECORD
                   AT END MOVE HIGH-VALUES TO PLAN-CODE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN PLAN-CODE NOT EQUAL CLIENT-PLAN-CODE
                   ADD 1 TO WS-LIST-UNPRICEABLE
                   MOVE "NO SUCH PLAN" TO WS-CLIENT-PLAN-NOTE
               WHEN PLAN-EFFECTIVE-DATE > WS-TODAY
                   ADD 1 TO WS-LIST-UNPRICEABLE
                   MOVE "PLAN NOT YET IN FORCE" TO WS-CLIENT-PLAN-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1750-CHECK-CLIENT-PLAN-EXIT. EXIT.

       END PROGRAM JSON-PLAN-LIST.
