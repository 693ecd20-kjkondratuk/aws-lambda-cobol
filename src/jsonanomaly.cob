       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-ANOMALY.

      **************************************************************************
      * PER-CLIENT DAILY ANOMALY REPORT OVER THE CLIENT-DAILY SUMMARY
      * MASTER JSON-ROLLOVER POSTS. EACH CLIENT'S REPORT DAY IS SET
      * AGAINST ITS OWN BASELINE - THE SAME WEEKDAY OVER THE TRAILING
      * WEEKS - AND THREE THINGS ARE FLAGGED:
      *   SPIKE      - REQUESTS MORE THAN THE SPIKE PERCENTAGE ABOVE
      *                THE BASELINE AVERAGE (OR ANY REAL VOLUME FROM A
      *                CLIENT WITH NO BASELINE ACTIVITY) - THE RUNAWAY
      *                RETRY LOOP;
      *   DROP       - NO REQUESTS AT ALL FROM A CLIENT ACTIVE ON AT
      *                LEAST THE GIVEN NUMBER OF BASELINE WEEKDAYS -
      *                THE BROKEN UPSTREAM INTEGRATION;
      *   ERROR RATE - A FAILURE RATE MORE THAN THE GIVEN NUMBER OF
      *                PERCENTAGE POINTS ABOVE THE BASELINE RATE.
      * SPIKES AND RATE JUMPS ARE ONLY JUDGED ON A DAY WITH ENOUGH
      * REQUESTS TO MEAN SOMETHING, SO A CLIENT GOING FROM 1 TO 4
      * REQUESTS IS NOT FLAGGED. A BASELINE WEEKDAY WITH NO CLIENT-DAILY
      * ROWS AT ALL (NOT ROLLED, OR BEFORE THE MASTER EXISTED) IS LEFT
      * OUT OF THE BASELINE RATHER THAN COUNTED AS A QUIET DAY. ALL
      * THRESHOLDS COME FROM THE OPTIONAL ANOMALY-PARMS FILE:
      *   COLS  1-2   BASELINE WEEKS            (DEFAULT 4, MAX 12)
      *   COLS  4-5   ACTIVE WEEKS FOR A DROP   (DEFAULT 3)
      *   COLS  7-11  SPIKE PERCENTAGE          (DEFAULT 200)
      *   COLS 13-19  MINIMUM SPIKE VOLUME      (DEFAULT 100)
      *   COLS 21-25  ERROR-RATE JUMP IN POINTS (DEFAULT 20.0)
      *   COLS 27-33  MINIMUM RATE VOLUME       (DEFAULT 20)
      * THE REPORT DAY IS YESTERDAY, OR THE YYYYMMDD GIVEN ON THE
      * COMMAND LINE; THE RUN IS RECORDED IN RUN-CONTROL AGAINST IT
      * AND A DAY ALREADY REPORTED CLEAN IS REFUSED UNLESS FORCE IS
      * GIVEN. RETURN CODE 4 WHEN ANYTHING IS FLAGGED, OR THE DAY OR
      * ITS BASELINE HAS NO ROWS TO JUDGE. A DAY WITH NO ROWS YET IS
      * RECORDED FAILED RATHER THAN CLEAN, SO ONCE THE ROLLOVER HAS
      * POSTED IT THE DAY CAN BE REPORTED WITHOUT FORCE.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-DAILY ASSIGN TO "CLIENT-DAILY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CDAY-KEY
               FILE STATUS IS WS-CDAY-FILE-STATUS.
           SELECT ANOMALY-PARMS ASSIGN TO "ANOMALY-PARMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-DAILY.
       COPY "clidayrec.cpy"
           REPLACING PREFIX-RECORD          BY CDAY-RECORD
                     PREFIX-KEY             BY CDAY-KEY
                     PREFIX-DATE            BY CDAY-DATE
                     PREFIX-CLIENT-ID       BY CDAY-CLIENT-ID
                     PREFIX-REQUESTS        BY CDAY-REQUESTS
                     PREFIX-FAILURES        BY CDAY-FAILURES
                     PREFIX-QUOTA-REFUSALS  BY CDAY-QUOTA-REFUSALS.

      **************************************************************************
      * OPTIONAL SINGLE-RECORD PARAMETER FILE CARRYING THE BASELINE
      * LENGTH AND THE FLAG THRESHOLDS. A MISSING FILE OR A BLANK
      * FIELD KEEPS THAT FIELD'S DEFAULT.
      **************************************************************************
       FD  ANOMALY-PARMS.
       01  ANOM-PARM-RECORD.
           05  ANOM-PARM-WEEKS                  PIC X(2).
           05  FILLER                           PIC X.
           05  ANOM-PARM-ACTIVE-WEEKS           PIC X(2).
           05  FILLER                           PIC X.
           05  ANOM-PARM-SPIKE-PCT              PIC X(5).
           05  FILLER                           PIC X.
           05  ANOM-PARM-MIN-VOLUME             PIC X(7).
           05  FILLER                           PIC X.
           05  ANOM-PARM-RATE-JUMP              PIC X(5).
           05  FILLER                           PIC X.
           05  ANOM-PARM-RATE-MIN               PIC X(7).

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-CDAY-FILE-STATUS                  PIC XX VALUE SPACES.
           88 CDAY-FILE-OK                            VALUE '00'.
           88 CDAY-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-PARM-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PARM-FILE-OK                            VALUE '00'.
       01  WS-CDAY-SCAN-SW                      PIC X VALUE SPACE.
           88 CDAY-SCAN-DONE                          VALUE HIGH-VALUE.
           88 CDAY-SCAN-MORE                          VALUE LOW-VALUE.

      **************************************************************************
      * THE REPORT DAY AND THE DAY-NUMBER ARITHMETIC THAT REACHES
      * BACK TO THE SAME WEEKDAY IN PRIOR WEEKS.
      **************************************************************************
       01  WS-RUN-DATE                          PIC X(8) VALUE SPACES.
       01  WS-RUN-NUM                           PIC 9(7) USAGE COMP.
       01  WS-DAY-NUM                           PIC 9(7) USAGE COMP.
       01  WS-DATE-WORK                         PIC 9(8).
       01  WS-SLICE-DATE                        PIC X(8).
       01  WS-SLICE-ROWS                        PIC 9(7).
       01  WS-WEEK                              PIC 9(2) USAGE COMP.
       01  WS-SLICE-SW                          PIC X VALUE 'D'.
           88 SLICE-IS-DAY                            VALUE 'D'.
           88 SLICE-IS-BASELINE                       VALUE 'B'.

      **************************************************************************
      * THE BASELINE LENGTH AND THE FLAG THRESHOLDS IN FORCE.
      **************************************************************************
       01  WS-BASE-WEEKS-WANTED                 PIC 9(2) VALUE 4.
       01  WS-ACTIVE-WEEKS                      PIC 9(2) VALUE 3.
       01  WS-SPIKE-PCT                         PIC 9(5) VALUE 200.
       01  WS-MIN-VOLUME                        PIC 9(7) VALUE 100.
       01  WS-RATE-JUMP                         PIC 9(3)V9 VALUE 20.0.
       01  WS-RATE-MIN                          PIC 9(7) VALUE 20.
       01  WS-RATE-JUMP-DISP                    PIC ZZ9.9.
       01  WS-RATE-JUMP-CHECK                   PIC X(5).
       01  WS-RATE-JUMP-POINTS                  PIC 9 USAGE COMP.

      **************************************************************************
      * ONE ENTRY PER CLIENT SEEN ON THE REPORT DAY OR ANY BASELINE
      * DAY, KEPT IN clientId ORDER: THE DAY'S COUNTS, THE BASELINE
      * SUMS, AND ON HOW MANY BASELINE WEEKDAYS THE CLIENT WAS ACTIVE.
      * A CLIENT BEYOND THE TABLE IS COUNTED AS OVERFLOW AND NOT
      * JUDGED.
      **************************************************************************
       01  WS-BASE-WEEKS                        PIC 9(2) VALUE 0.
       01  WS-CLIENT-COUNT                      PIC 9(4) VALUE 0.
       01  WS-CLIENT-IDX                        PIC 9(4) USAGE COMP.
       01  WS-SHIFT-IDX                         PIC 9(4) USAGE COMP.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-ENTRY                  OCCURS 1000 TIMES.
               10  WS-CLIENT-KEY                PIC X(16).
               10  WS-CLIENT-DAY-REQUESTS       PIC 9(7).
               10  WS-CLIENT-DAY-FAILURES       PIC 9(7).
               10  WS-CLIENT-DAY-QUOTA          PIC 9(7).
               10  WS-CLIENT-BASE-REQUESTS      PIC 9(9).
               10  WS-CLIENT-BASE-FAILURES      PIC 9(9).
               10  WS-CLIENT-BASE-QUOTA         PIC 9(9).
               10  WS-CLIENT-ACTIVE-WEEKS       PIC 9(2).

      **************************************************************************
      * THE CLIENT BEING JUDGED - ITS BASELINE AVERAGES, THE TWO
      * FAILURE RATES, AND WHICH FLAGS IT RAISED.
      **************************************************************************
       01  WS-CLIENT-LABEL                      PIC X(16).
       01  WS-AVG-REQUESTS                      PIC 9(7)V99.
       01  WS-AVG-QUOTA                         PIC 9(7)V99.
       01  WS-DAY-RATE                          PIC 9(3)V9.
       01  WS-BASE-RATE                         PIC 9(3)V9.
       01  WS-SPIKE-LIMIT                       PIC 9(9)V99.
       01  WS-AVG-REQUESTS-DISP                 PIC Z(6)9.99.
       01  WS-AVG-QUOTA-DISP                    PIC Z(6)9.99.
       01  WS-DAY-RATE-DISP                     PIC ZZ9.9.
       01  WS-BASE-RATE-DISP                    PIC ZZ9.9.
       01  WS-SPIKE-SW                          PIC X VALUE 'N'.
           88 SPIKE-FLAGGED                           VALUE 'Y'.
           88 NO-SPIKE                                VALUE 'N'.
       01  WS-DROP-SW                           PIC X VALUE 'N'.
           88 DROP-FLAGGED                            VALUE 'Y'.
           88 NO-DROP                                 VALUE 'N'.
       01  WS-RATE-SW                           PIC X VALUE 'N'.
           88 RATE-FLAGGED                            VALUE 'Y'.
           88 NO-RATE-JUMP                            VALUE 'N'.

      **************************************************************************
      * RUNNING COUNTS FOR THE REPORT, AND THE RETURN CODE.
      **************************************************************************
       01  WS-ANOMALY-COUNTERS.
           05  WS-DAY-ROWS                      PIC 9(7) VALUE 0.
           05  WS-CLIENTS-JUDGED                PIC 9(7) VALUE 0.
           05  WS-CLIENTS-FLAGGED               PIC 9(7) VALUE 0.
           05  WS-SPIKES                        PIC 9(7) VALUE 0.
           05  WS-DROPS                         PIC 9(7) VALUE 0.
           05  WS-RATE-JUMPS                    PIC 9(7) VALUE 0.
           05  WS-CLIENT-OVERFLOW               PIC 9(7) VALUE 0.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.

      **************************************************************************
      * RUN-CONTROL BOOKKEEPING - THE START/END RECORD EVERY NIGHTLY
      * JOB WRITES, AND THE FORCE TOKEN THAT LETS THE OPERATOR PUSH
      * A CHALLENGED RERUN THROUGH DELIBERATELY.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-FORCE-ARG                         PIC X(8) VALUE SPACES.
       01  WS-FORCE-SW                          PIC X VALUE 'N'.
           88 FORCE-RERUN                             VALUE 'Y'.
           88 NO-FORCE                                VALUE 'N'.
       01  WS-TODAY-TIMESTAMP                   PIC X(21).
       COPY "runctlreq.cpy".

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * WORKS OUT THE REPORT DAY, RECORDS THE RUN, GATHERS THE DAY'S
      * AND THE BASELINE WEEKDAYS' CLIENT ROWS OFF THE MASTER, THEN
      * JUDGES EVERY CLIENT SEEN.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-RUN-DATE WS-FORCE-ARG.
           IF WS-RUN-DATE EQUAL "FORCE"
               SET FORCE-RERUN TO TRUE
               MOVE SPACES TO WS-RUN-DATE
           END-IF.
           IF WS-FORCE-ARG EQUAL "FORCE"
               SET FORCE-RERUN TO TRUE
           END-IF.

      *    THE REPORT IS READ THE MORNING AFTER, SO WITH NO DATE IT
      *    JUDGES YESTERDAY - THE LAST DAY THE ROLLOVER HAS POSTED.
           IF WS-RUN-DATE EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
               MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-DATE-WORK
               COMPUTE WS-RUN-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-NUM)
               MOVE WS-DATE-WORK TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "Usage: JSON-ANOMALY [YYYYMMDD] [FORCE]"
                   UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           COMPUTE WS-RUN-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           IF WS-RUN-NUM NOT EQUAL 0
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-NUM)
           END-IF.
           IF WS-RUN-NUM EQUAL 0
                   OR WS-DATE-WORK
                       NOT EQUAL FUNCTION NUMVAL(WS-RUN-DATE)
               DISPLAY "Report date " WS-RUN-DATE " is not a valid"
                   " calendar date." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0400-RUN-CONTROL-START
              THRU 0400-RUN-CONTROL-START-EXIT.
           IF RC-ALREADY-COMPLETE AND NO-FORCE
               DISPLAY "JSON-ANOMALY already completed clean for "
                   WS-RC-RUN-DATE " - rerun refused! Add FORCE to"
                   " override." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0500-LOAD-PARMS THRU 0500-LOAD-PARMS-EXIT.

           OPEN INPUT CLIENT-DAILY.
           IF NOT CDAY-FILE-OK
               IF CDAY-FILE-NOT-FOUND
                   DISPLAY "CLIENT-DAILY not found - has the rollover"
                       " run since it was introduced?" UPON STDERR
               ELSE
                   DISPLAY "Could not open CLIENT-DAILY! Status: "
                       WS-CDAY-FILE-STATUS UPON STDERR
               END-IF
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           SET SLICE-IS-DAY TO TRUE.
           MOVE WS-RUN-DATE TO WS-SLICE-DATE.
           PERFORM 1100-COLLECT-SLICE THRU 1100-COLLECT-SLICE-EXIT.
           MOVE WS-SLICE-ROWS TO WS-DAY-ROWS.

           SET SLICE-IS-BASELINE TO TRUE.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-BASE-WEEKS-WANTED
               COMPUTE WS-DAY-NUM = WS-RUN-NUM - 7 * WS-WEEK
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               MOVE WS-DATE-WORK TO WS-SLICE-DATE
               PERFORM 1100-COLLECT-SLICE THRU 1100-COLLECT-SLICE-EXIT
               IF WS-SLICE-ROWS > 0
                   ADD 1 TO WS-BASE-WEEKS
               END-IF
           END-PERFORM.
           CLOSE CLIENT-DAILY.

           PERFORM 1400-WRITE-HEADING THRU 1400-WRITE-HEADING-EXIT.

      *    A DAY WITH NO ROWS IS NOT JUDGED - EVERY ACTIVE CLIENT
      *    WOULD SHOW AS A DROP - AND IS RECORDED FAILED, SO THE RUN
      *    AFTER THE ROLLOVER GOES THROUGH WITHOUT FORCE.
           EVALUATE TRUE
               WHEN WS-DAY-ROWS EQUAL 0
                   DISPLAY "  No CLIENT-DAILY rows for " WS-RUN-DATE
                       " - was the day rolled over? Nothing judged."
                       UPON STDOUT
                   MOVE 4 TO WS-FINAL-RC
               WHEN WS-BASE-WEEKS EQUAL 0
                   DISPLAY "  No CLIENT-DAILY rows for any baseline"
                       " weekday - nothing can be judged yet."
                       UPON STDOUT
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                           UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
                       PERFORM 1500-JUDGE-CLIENT
                          THRU 1500-JUDGE-CLIENT-EXIT
                   END-PERFORM
           END-EVALUATE.

           PERFORM 1900-WRITE-TOTALS THRU 1900-WRITE-TOTALS-EXIT.
           IF WS-CLIENTS-FLAGGED > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.

           IF WS-DAY-ROWS EQUAL 0
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
           ELSE
               MOVE 'C' TO WS-RC-COMPLETION-FLAG
           END-IF.
           MOVE WS-CLIENTS-FLAGGED TO WS-RC-RECORD-COUNT.
           PERFORM 0450-RUN-CONTROL-END
              THRU 0450-RUN-CONTROL-END-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0400-RUN-CONTROL-START
      **************************************************************************
      * RECORDS THE RUN'S START AGAINST THE REPORT DAY.
      **************************************************************************
       0400-RUN-CONTROL-START.
           SET RC-ACTION-START TO TRUE.
           MOVE "JSON-ANOMALY" TO WS-RC-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.
           MOVE SPACE TO WS-RC-COMPLETION-FLAG.
           MOVE 0 TO WS-RC-RECORD-COUNT.
           CALL "JSON-RUN-CONTROL" USING WS-RUN-CONTROL.

       0400-RUN-CONTROL-START-EXIT. EXIT.

      **************************************************************************
      * 0450-RUN-CONTROL-END
      **************************************************************************
      * CLOSES OUT THE RUN-CONTROL RECORD WITH THE COMPLETION FLAG
      * AND COUNT THE CALLER SET.
      **************************************************************************
       0450-RUN-CONTROL-END.
           SET RC-ACTION-END TO TRUE.
           CALL "JSON-RUN-CONTROL" USING WS-RUN-CONTROL.

       0450-RUN-CONTROL-END-EXIT. EXIT.

      **************************************************************************
      * 0500-LOAD-PARMS
      **************************************************************************
      * PICKS UP THE BASELINE LENGTH AND THRESHOLDS FROM THE OPTIONAL
      * ANOMALY-PARMS FILE. A MISSING FILE OR A BLANK FIELD KEEPS
      * THE DEFAULT; A WHOLE-NUMBER FIELD THAT IS NOT A NUMBER IS
      * REPORTED AND ALSO KEEPS THE DEFAULT. THE RATE JUMP MAY CARRY
      * A DECIMAL POINT (e.g. "020.0") AND IS TAKEN THE WAY THE
      * TREND THRESHOLD IS.
      **************************************************************************
       0500-LOAD-PARMS.
           OPEN INPUT ANOMALY-PARMS.
           IF NOT PARM-FILE-OK
               GO TO 0500-LOAD-PARMS-EXIT
           END-IF.
           READ ANOMALY-PARMS
               AT END
                   MOVE SPACES TO ANOM-PARM-RECORD
           END-READ.
           CLOSE ANOMALY-PARMS.

           IF ANOM-PARM-WEEKS NOT EQUAL SPACES
               IF FUNCTION TRIM(ANOM-PARM-WEEKS) IS NUMERIC
                       AND FUNCTION NUMVAL(ANOM-PARM-WEEKS) > 0
                       AND FUNCTION NUMVAL(ANOM-PARM-WEEKS) NOT > 12
                   MOVE FUNCTION NUMVAL(ANOM-PARM-WEEKS)
                       TO WS-BASE-WEEKS-WANTED
               ELSE
                   DISPLAY "ANOMALY-PARMS baseline weeks ["
                       ANOM-PARM-WEEKS "] must be 1 to 12 - keeping "
                       WS-BASE-WEEKS-WANTED "." UPON STDERR
               END-IF
           END-IF.
           IF ANOM-PARM-ACTIVE-WEEKS NOT EQUAL SPACES
               IF FUNCTION TRIM(ANOM-PARM-ACTIVE-WEEKS) IS NUMERIC
                       AND FUNCTION NUMVAL(ANOM-PARM-ACTIVE-WEEKS) > 0
                   MOVE FUNCTION NUMVAL(ANOM-PARM-ACTIVE-WEEKS)
                       TO WS-ACTIVE-WEEKS
               ELSE
                   DISPLAY "ANOMALY-PARMS active weeks ["
                       ANOM-PARM-ACTIVE-WEEKS "] is not a number -"
                       " keeping " WS-ACTIVE-WEEKS "." UPON STDERR
               END-IF
           END-IF.
           IF ANOM-PARM-SPIKE-PCT NOT EQUAL SPACES
               IF FUNCTION TRIM(ANOM-PARM-SPIKE-PCT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ANOM-PARM-SPIKE-PCT)
                       TO WS-SPIKE-PCT
               ELSE
                   DISPLAY "ANOMALY-PARMS spike percentage ["
                       ANOM-PARM-SPIKE-PCT "] is not a number -"
                       " keeping " WS-SPIKE-PCT "." UPON STDERR
               END-IF
           END-IF.
           IF ANOM-PARM-MIN-VOLUME NOT EQUAL SPACES
               IF FUNCTION TRIM(ANOM-PARM-MIN-VOLUME) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ANOM-PARM-MIN-VOLUME)
                       TO WS-MIN-VOLUME
               ELSE
                   DISPLAY "ANOMALY-PARMS minimum spike volume ["
                       ANOM-PARM-MIN-VOLUME "] is not a number -"
                       " keeping " WS-MIN-VOLUME "." UPON STDERR
               END-IF
           END-IF.
      *    THE RATE JUMP MAY CARRY ONE DECIMAL POINT - IT IS TAKEN
      *    OUT OF A COPY OF THE FIELD BEFORE THE DIGITS ARE TESTED.
           IF ANOM-PARM-RATE-JUMP NOT EQUAL SPACES
               MOVE FUNCTION TRIM(ANOM-PARM-RATE-JUMP)
                   TO WS-RATE-JUMP-CHECK
               MOVE 0 TO WS-RATE-JUMP-POINTS
               INSPECT WS-RATE-JUMP-CHECK TALLYING WS-RATE-JUMP-POINTS
                   FOR ALL "."
               INSPECT WS-RATE-JUMP-CHECK REPLACING FIRST "." BY "0"
               IF FUNCTION TRIM(WS-RATE-JUMP-CHECK) IS NUMERIC
                       AND WS-RATE-JUMP-POINTS < 2
                   MOVE FUNCTION NUMVAL(ANOM-PARM-RATE-JUMP)
                       TO WS-RATE-JUMP
               ELSE
                   MOVE WS-RATE-JUMP TO WS-RATE-JUMP-DISP
                   DISPLAY "ANOMALY-PARMS error-rate jump ["
                       ANOM-PARM-RATE-JUMP "] is not a number -"
                       " keeping " WS-RATE-JUMP-DISP "." UPON STDERR
               END-IF
           END-IF.
           IF ANOM-PARM-RATE-MIN NOT EQUAL SPACES
               IF FUNCTION TRIM(ANOM-PARM-RATE-MIN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ANOM-PARM-RATE-MIN)
                       TO WS-RATE-MIN
               ELSE
                   DISPLAY "ANOMALY-PARMS minimum rate volume ["
                       ANOM-PARM-RATE-MIN "] is not a number -"
                       " keeping " WS-RATE-MIN "." UPON STDERR
               END-IF
           END-IF.

       0500-LOAD-PARMS-EXIT. EXIT.

      **************************************************************************
      * 1100-COLLECT-SLICE
      **************************************************************************
      * WALKS ONE DAY'S CLIENT-DAILY ROWS IN KEY ORDER - A KEYED
      * START AT (DAY, LOW-VALUES) - FOLDING EACH INTO ITS CLIENT'S
      * ENTRY AS THE REPORT DAY OR AS A BASELINE WEEKDAY, AND
      * COUNTING THE ROWS FOUND IN WS-SLICE-ROWS.
      **************************************************************************
       1100-COLLECT-SLICE.
           MOVE 0 TO WS-SLICE-ROWS.
           SET CDAY-SCAN-MORE TO TRUE.
           MOVE WS-SLICE-DATE TO CDAY-DATE.
           MOVE LOW-VALUES TO CDAY-CLIENT-ID.
           START CLIENT-DAILY KEY NOT LESS THAN CDAY-KEY
               INVALID KEY
                   SET CDAY-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CDAY-SCAN-DONE
               READ CLIENT-DAILY NEXT RECORD
                   AT END SET CDAY-SCAN-DONE TO TRUE
               END-READ
               IF CDAY-SCAN-MORE
                   IF CDAY-DATE NOT EQUAL WS-SLICE-DATE
                       SET CDAY-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SLICE-ROWS
                       PERFORM 1150-TALLY-CLIENT-ROW
                          THRU 1150-TALLY-CLIENT-ROW-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       1100-COLLECT-SLICE-EXIT. EXIT.

      **************************************************************************
      * 1150-TALLY-CLIENT-ROW
      **************************************************************************
      * FOLDS ONE CLIENT-DAILY ROW INTO ITS CLIENT'S ENTRY, ADDING
      * THE CLIENT IN clientId ORDER THE FIRST TIME IT APPEARS. A
      * BASELINE ROW WITH ANY REQUESTS COUNTS AS AN ACTIVE WEEKDAY.
      **************************************************************************
       1150-TALLY-CLIENT-ROW.
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-KEY(WS-CLIENT-IDX) NOT < CDAY-CLIENT-ID
               CONTINUE
           END-PERFORM.
           IF WS-CLIENT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-KEY(WS-CLIENT-IDX)
                       NOT EQUAL CDAY-CLIENT-ID
               IF WS-CLIENT-COUNT EQUAL 1000
                   ADD 1 TO WS-CLIENT-OVERFLOW
                   GO TO 1150-TALLY-CLIENT-ROW-EXIT
               END-IF
               PERFORM VARYING WS-SHIFT-IDX FROM WS-CLIENT-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-CLIENT-IDX
                   MOVE WS-CLIENT-ENTRY(WS-SHIFT-IDX)
                       TO WS-CLIENT-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CLIENT-COUNT
               MOVE CDAY-CLIENT-ID TO WS-CLIENT-KEY(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-DAY-FAILURES(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-DAY-QUOTA(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-BASE-REQUESTS(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-BASE-FAILURES(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-BASE-QUOTA(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-ACTIVE-WEEKS(WS-CLIENT-IDX)
           END-IF.

           IF SLICE-IS-DAY
               ADD CDAY-REQUESTS
                   TO WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
               ADD CDAY-FAILURES
                   TO WS-CLIENT-DAY-FAILURES(WS-CLIENT-IDX)
               ADD CDAY-QUOTA-REFUSALS
                   TO WS-CLIENT-DAY-QUOTA(WS-CLIENT-IDX)
           ELSE
               ADD CDAY-REQUESTS
                   TO WS-CLIENT-BASE-REQUESTS(WS-CLIENT-IDX)
               ADD CDAY-FAILURES
                   TO WS-CLIENT-BASE-FAILURES(WS-CLIENT-IDX)
               ADD CDAY-QUOTA-REFUSALS
                   TO WS-CLIENT-BASE-QUOTA(WS-CLIENT-IDX)
               IF CDAY-REQUESTS > 0
                   ADD 1 TO WS-CLIENT-ACTIVE-WEEKS(WS-CLIENT-IDX)
               END-IF
           END-IF.

       1150-TALLY-CLIENT-ROW-EXIT. EXIT.

      **************************************************************************
      * 1400-WRITE-HEADING
      **************************************************************************
      * THE REPORT HEADING - THE DAY, THE BASELINE ACTUALLY FOUND,
      * AND THE THRESHOLDS IN FORCE.
      **************************************************************************
       1400-WRITE-HEADING.
           MOVE WS-RATE-JUMP TO WS-RATE-JUMP-DISP.
           DISPLAY "JSON-ANOMALY PER-CLIENT DAILY ANOMALY REPORT"
               UPON STDOUT.
           DISPLAY "Report day: " WS-RUN-DATE
               "   Baseline: same weekday, " WS-BASE-WEEKS " of "
               WS-BASE-WEEKS-WANTED " prior week(s) on file"
               UPON STDOUT.
           DISPLAY "Spike: over " WS-SPIKE-PCT " pct above baseline,"
               " min " WS-MIN-VOLUME " requests   Drop: active "
               WS-ACTIVE-WEEKS " week(s)" UPON STDOUT.
           DISPLAY "Error rate: over " WS-RATE-JUMP-DISP
               " points above baseline, min " WS-RATE-MIN " requests"
               UPON STDOUT.
           DISPLAY " " UPON STDOUT.

       1400-WRITE-HEADING-EXIT. EXIT.

      **************************************************************************
      * 1500-JUDGE-CLIENT
      **************************************************************************
      * SETS ONE CLIENT'S DAY AGAINST ITS BASELINE AVERAGE OVER THE
      * BASELINE WEEKDAYS ON FILE, AND PRINTS IT WITH A LINE FOR EACH
      * FLAG IT RAISES. A CLIENT THAT RAISES NOTHING IS NOT PRINTED.
      **************************************************************************
       1500-JUDGE-CLIENT.
           ADD 1 TO WS-CLIENTS-JUDGED.
           SET NO-SPIKE TO TRUE.
           SET NO-DROP TO TRUE.
           SET NO-RATE-JUMP TO TRUE.

           COMPUTE WS-AVG-REQUESTS ROUNDED =
               WS-CLIENT-BASE-REQUESTS(WS-CLIENT-IDX) / WS-BASE-WEEKS.
           COMPUTE WS-AVG-QUOTA ROUNDED =
               WS-CLIENT-BASE-QUOTA(WS-CLIENT-IDX) / WS-BASE-WEEKS.
           IF WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX) EQUAL 0
               MOVE 0 TO WS-DAY-RATE
           ELSE
               COMPUTE WS-DAY-RATE ROUNDED =
                   WS-CLIENT-DAY-FAILURES(WS-CLIENT-IDX) * 100
                   / WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
           END-IF.
           IF WS-CLIENT-BASE-REQUESTS(WS-CLIENT-IDX) EQUAL 0
               MOVE 0 TO WS-BASE-RATE
           ELSE
               COMPUTE WS-BASE-RATE ROUNDED =
                   WS-CLIENT-BASE-FAILURES(WS-CLIENT-IDX) * 100
                   / WS-CLIENT-BASE-REQUESTS(WS-CLIENT-IDX)
           END-IF.

      *    A SPIKE NEEDS REAL VOLUME AS WELL AS A BIG MOVE, AND A
      *    CLIENT WITH NO BASELINE ACTIVITY AT ALL SPIKES ON VOLUME
      *    ALONE.
           COMPUTE WS-SPIKE-LIMIT =
               WS-AVG-REQUESTS * (100 + WS-SPIKE-PCT) / 100.
           IF WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
                   NOT < WS-MIN-VOLUME
                   AND WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
                       > WS-SPIKE-LIMIT
               SET SPIKE-FLAGGED TO TRUE
               ADD 1 TO WS-SPIKES
           END-IF.

           IF WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX) EQUAL 0
                   AND WS-CLIENT-ACTIVE-WEEKS(WS-CLIENT-IDX)
                       NOT < WS-ACTIVE-WEEKS
               SET DROP-FLAGGED TO TRUE
               ADD 1 TO WS-DROPS
           END-IF.

           IF WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
                   NOT < WS-RATE-MIN
                   AND WS-DAY-RATE > WS-BASE-RATE
                   AND WS-DAY-RATE - WS-BASE-RATE > WS-RATE-JUMP
               SET RATE-FLAGGED TO TRUE
               ADD 1 TO WS-RATE-JUMPS
           END-IF.

           IF NO-SPIKE AND NO-DROP AND NO-RATE-JUMP
               GO TO 1500-JUDGE-CLIENT-EXIT
           END-IF.

           ADD 1 TO WS-CLIENTS-FLAGGED.
           IF WS-CLIENT-KEY(WS-CLIENT-IDX) EQUAL SPACES
               MOVE "(no clientId)" TO WS-CLIENT-LABEL
           ELSE
               MOVE WS-CLIENT-KEY(WS-CLIENT-IDX) TO WS-CLIENT-LABEL
           END-IF.
           MOVE WS-AVG-REQUESTS TO WS-AVG-REQUESTS-DISP.
           MOVE WS-AVG-QUOTA TO WS-AVG-QUOTA-DISP.
           MOVE WS-DAY-RATE TO WS-DAY-RATE-DISP.
           MOVE WS-BASE-RATE TO WS-BASE-RATE-DISP.
           DISPLAY "  " WS-CLIENT-LABEL
               " day req " WS-CLIENT-DAY-REQUESTS(WS-CLIENT-IDX)
               " fail " WS-CLIENT-DAY-FAILURES(WS-CLIENT-IDX)
               " 429 " WS-CLIENT-DAY-QUOTA(WS-CLIENT-IDX)
               " rate " WS-DAY-RATE-DISP UPON STDOUT.
           DISPLAY "                   base req " WS-AVG-REQUESTS-DISP
               " 429 " WS-AVG-QUOTA-DISP
               " rate " WS-BASE-RATE-DISP
               " active " WS-CLIENT-ACTIVE-WEEKS(WS-CLIENT-IDX)
               " of " WS-BASE-WEEKS UPON STDOUT.
           IF SPIKE-FLAGGED
               IF WS-CLIENT-BASE-REQUESTS(WS-CLIENT-IDX) EQUAL 0
                   DISPLAY "  *** SPIKE - VOLUME WITH NO BASELINE"
                       " ACTIVITY ***" UPON STDOUT
               ELSE
                   DISPLAY "  *** SPIKE - VOLUME OVER THRESHOLD ***"
                       UPON STDOUT
               END-IF
           END-IF.
           IF DROP-FLAGGED
               DISPLAY "  *** DROP - NO REQUESTS FROM AN ACTIVE"
                   " CLIENT ***" UPON STDOUT
           END-IF.
           IF RATE-FLAGGED
               DISPLAY "  *** ERROR RATE - JUMPED OVER THRESHOLD ***"
                   UPON STDOUT
           END-IF.

       1500-JUDGE-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 1900-WRITE-TOTALS
      **************************************************************************
      * THE CLOSING COUNTS.
      **************************************************************************
       1900-WRITE-TOTALS.
           IF WS-CLIENT-OVERFLOW > 0
               DISPLAY "  " WS-CLIENT-OVERFLOW " row(s) for clients"
                   " beyond the first 1000 - not judged." UPON STDOUT
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           DISPLAY " " UPON STDOUT.
           DISPLAY "Clients judged: " WS-CLIENTS-JUDGED
               "  Flagged: " WS-CLIENTS-FLAGGED UPON STDOUT.
           DISPLAY "Spikes: " WS-SPIKES "  Drops: " WS-DROPS
               "  Error-rate jumps: " WS-RATE-JUMPS UPON STDOUT.

       1900-WRITE-TOTALS-EXIT. EXIT.

       END PROGRAM JSON-ANOMALY.
