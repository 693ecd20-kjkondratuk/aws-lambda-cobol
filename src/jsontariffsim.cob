       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-TARIFF-SIM.

      **************************************************************************
      * TARIFF WHAT-IF SIMULATION, RUN BEFORE A NEW TARIFF-INPUT IS
      * LOADED. EVERY PRICE REQUEST IN A SAMPLE OF REAL TRAFFIC IS
      * PRICED TWICE - AT THE RATE THE CURRENT TARIFF-MASTER HAS IN
      * FORCE, AND AT THE RATE THE MASTER WOULD HAVE IN FORCE ONCE
      * TARIFF-INPUT WAS LOADED AND APPROVED (EACH INPUT LINE ADDS A
      * CODE/DATE ROW OR REPLACES THE SAME ROW, EXACTLY AS
      * JSON-TARIFF-LOAD STAGES IT). THE PROPOSED ROWS ARE HELD IN
      * STORAGE ONLY - THE MASTER IS OPENED INPUT AND NOTHING IS
      * STAGED OR WRITTEN ANYWHERE. THE COMMAND LINE NAMES THE SAMPLE:
      *   BATCH [ASOF YYYYMMDD]
      *       THE BATCH-INPUT PAYLOADS, EACH PARSED AND VALIDATED BY
      *       JSON-PROCESS IN REPLAY MODE (WHICH NEITHER CONSULTS NOR
      *       RECORDS SEEN-REQUESTS AND SKIPS THE QUOTA CHECK) AND
      *       PRICED AS OF ITS OWN priceDate, OR TODAY WITHOUT ONE;
      *   YYYYMM [ASOF YYYYMMDD]
      *       THAT MONTH'S ARCHIVED PRICE TRAFFIC - ITS AUDIT-MONTH
      *       ARCHIVE ONCE CONSOLIDATED, OTHERWISE ITS AUDIT-ARCH
      *       DAILIES, PLUS ITS RECORDS CARRIED INTO THE NEXT MONTH'S
      *       FIRST DAILY (OR THAT MONTH'S ARCHIVE) AND ITS LATE
      *       ARRIVALS - EACH RECORD PRICED AS OF THE DAY IT WAS
      *       STAMPED, SINCE THE AUDIT RECORD CARRIES NO priceDate.
      * ASOF PRICES EVERY REQUEST AS OF ONE DATE INSTEAD, SO A RATE
      * CHANGE DATED IN THE FUTURE CAN BE TRIED ON TODAY'S TRAFFIC.
      * A REQUEST REFUSED FOR ANY REASON OTHER THAN ITS RATE (BAD
      * OPERANDS, A REFUSED CLIENT) IS COUNTED BUT NOT PRICED.
      *
      * THE REPORT LISTS EVERY REQUEST THAT WOULD FAIL UNDER THE
      * PROPOSAL (NO RATE IN FORCE ON ITS DATE), THEN BY TARIFF CODE
      * AND BY CLIENT: REQUESTS, OLD AND NEW TOTAL, THE DIFFERENCE,
      * THE PERCENTAGE CHANGE AND THE FAILURES UNDER EACH SIDE. A
      * TOTAL ONLY SUMS THE REQUESTS THAT SIDE COULD PRICE. RETURN
      * CODE 4 WHEN ANY REQUEST WOULD FAIL UNDER THE PROPOSAL OR A
      * PROPOSED LINE WAS UNUSABLE, 8 WHEN THE SIMULATION COULD NOT
      * BE RUN.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFF-INPUT ASSIGN TO "TARIFF-INPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT TARIFF-MASTER ASSIGN TO "TARIFF-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TARIFF-KEY
               FILE STATUS IS WS-TARIFF-FILE-STATUS.
           SELECT JSON-PARMS ASSIGN TO "JSON-PARMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BATCH-INPUT ASSIGN TO "BATCH-INPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      **************************************************************************
      * THE PROPOSED RATES - THE SAME COMMA-DELIMITED FEED
      * JSON-TARIFF-LOAD STAGES FROM.
      **************************************************************************
       FD  TARIFF-INPUT.
       01  TARIFF-INPUT-RECORD.
           05  TARIFF-IN-CODE                   PIC X(8).
           05  FILLER                           PIC X.
           05  TARIFF-IN-RATE                   PIC X(9).
           05  FILLER                           PIC X.
           05  TARIFF-IN-EFFECTIVE-DATE         PIC X(8).
           05  FILLER                           PIC X.
           05  TARIFF-IN-DESCRIPTION            PIC X(30).

       FD  TARIFF-MASTER.
       COPY "tariffrec.cpy"
           REPLACING PREFIX-RECORD         BY TARIFF-RECORD
                     PREFIX-KEY            BY TARIFF-KEY
                     PREFIX-CODE           BY TARIFF-CODE
                     PREFIX-RATE           BY TARIFF-RATE
                     PREFIX-EFFECTIVE-DATE BY TARIFF-EFFECTIVE-DATE
                     PREFIX-DESCRIPTION    BY TARIFF-DESCRIPTION.

       FD  JSON-PARMS.
       COPY "parmrec.cpy"
           REPLACING PREFIX-RECORD        BY PARM-RECORD
                     PREFIX-OP            BY PARM-OP
                     PREFIX-MIN           BY PARM-MIN
                     PREFIX-MAX           BY PARM-MAX
                     PREFIX-ENABLED-FLAG  BY PARM-ENABLED-FLAG
                     PREFIX-ROUNDING-FLAG BY PARM-ROUNDING-FLAG.

      **************************************************************************
      * ONE JSON REQUEST PAYLOAD PER LINE, AS JSON-BATCH READS THEM.
      **************************************************************************
       FD  BATCH-INPUT.
       01  BATCH-INPUT-RECORD                   PIC X(32776).

       FD  AUDIT-ARCHIVE.
       COPY "auditrec.cpy"
           REPLACING PREFIX-RECORD      BY ARCHIVE-RECORD
                     PREFIX-TIMESTAMP   BY ARCHIVE-TIMESTAMP
                     PREFIX-CLIENT-ID   BY ARCHIVE-CLIENT-ID
                     PREFIX-OP          BY ARCHIVE-OP
                     PREFIX-N1          BY ARCHIVE-N1
                     PREFIX-N2          BY ARCHIVE-N2
                     PREFIX-ITEM-COUNT  BY ARCHIVE-ITEM-COUNT
                     PREFIX-TOTAL       BY ARCHIVE-TOTAL
                     PREFIX-STATUS-CODE BY ARCHIVE-STATUS-CODE
                     PREFIX-REQUEST-ID  BY ARCHIVE-REQUEST-ID
                     PREFIX-TARIFF-CODE BY ARCHIVE-TARIFF-CODE.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-INPUT-FILE-STATUS                 PIC XX VALUE SPACES.
           88 INPUT-FILE-OK                           VALUE '00'.
           88 INPUT-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-TARIFF-FILE-STATUS                PIC XX VALUE SPACES.
           88 TARIFF-FILE-OK                          VALUE '00'.
           88 TARIFF-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PARM-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PARM-FILE-OK                            VALUE '00'.
           88 PARM-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-BATCH-FILE-STATUS                 PIC XX VALUE SPACES.
           88 BATCH-FILE-OK                           VALUE '00'.
           88 BATCH-RECORD-TRUNCATED                  VALUE '04'.
           88 BATCH-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-ARCHIVE-FILE-STATUS               PIC XX VALUE SPACES.
           88 ARCHIVE-FILE-OK                         VALUE '00'.
           88 ARCHIVE-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-MASTER-SW                         PIC X VALUE 'Y'.
           88 MASTER-PRESENT                          VALUE 'Y'.
           88 MASTER-ABSENT                           VALUE 'N'.
       01  WS-TARIFF-SCAN-SW                    PIC X VALUE SPACE.
           88 TARIFF-SCAN-DONE                        VALUE HIGH-VALUE.
           88 TARIFF-SCAN-MORE                        VALUE LOW-VALUE.

      **************************************************************************
      * THE COMMAND LINE - THE SAMPLE AND THE OPTIONAL FIXED AS-OF
      * DATE - AND THE ARCHIVE NAMES BUILT FROM A SAMPLE MONTH.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(64) VALUE SPACES.
       01  WS-SIM-ARGS.
           05  WS-SIM-ARG                       PIC X(16)
                                                 OCCURS 4 TIMES.
       01  WS-SAMPLE-MONTH                      PIC X(6) VALUE SPACES.
       01  WS-FIXED-ASOF                        PIC X(8) VALUE SPACES.
       01  WS-SAMPLE-SW                         PIC X VALUE SPACE.
           88 SAMPLE-BATCH                            VALUE 'B'.
           88 SAMPLE-ARCHIVE                          VALUE 'A'.
       01  WS-TODAY-TIMESTAMP                   PIC X(21).
       01  WS-ARCHIVE-FILE-NAME                 PIC X(30).
       01  WS-DAY                               PIC 9(2).
       01  WS-DAY-DISP                          PIC 99.
       01  WS-MONTH-WORK.
           05  WS-MONTH-YYYY                    PIC 9(4).
           05  WS-MONTH-MM                      PIC 9(2).
       01  WS-NEXT-MONTH                        PIC X(6).
       01  WS-SAMPLE-FILES                      PIC 9(2) VALUE 0.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.

      **************************************************************************
      * THE PROPOSED ROWS FROM TARIFF-INPUT, AND THE ROUNDING THE
      * PRICE OP IS SET TO IN JSON-PARMS (ROUNDED UNLESS THE FILE
      * SAYS 'T', AS IN JSON-PROCESS).
      **************************************************************************
       01  WS-PROP-COUNT                        PIC 9(3) VALUE 0.
       01  WS-PROP-IDX                          PIC 9(3) USAGE COMP.
       01  WS-PROP-TABLE.
           05  WS-PROP-ENTRY                    OCCURS 500 TIMES.
               10  WS-PROP-CODE                 PIC X(8).
               10  WS-PROP-EFF-DATE             PIC X(8).
               10  WS-PROP-RATE                 PIC 9(4)V9(4).
       01  WS-PROP-LINES                        PIC 9(5) VALUE 0.
       01  WS-PROP-REJECTED                     PIC 9(5) VALUE 0.
       01  WS-PROP-REPLACED                     PIC 9(5) VALUE 0.
       01  WS-ROUNDING-SW                       PIC X VALUE 'R'.
           88 PRICE-ROUNDED                           VALUE 'R'.
           88 PRICE-TRUNCATED                         VALUE 'T'.

      **************************************************************************
      * THE REQUEST IN HAND, HOWEVER IT WAS SAMPLED, AND ITS PRICING
      * UNDER EACH SIDE.
      **************************************************************************
       01  WS-SIM-CODE                          PIC X(8).
       01  WS-SIM-N1                            PIC 9(4)V9(4).
       01  WS-SIM-ASOF                          PIC X(8).
       01  WS-SIM-OWN-DATE                      PIC X(8).
       01  WS-SIM-CLIENT                        PIC X(16).
       01  WS-SIM-LABEL                         PIC X(32).
       01  WS-SIM-VALID-SW                      PIC X.
           88 SIM-REQUEST-VALID                       VALUE 'Y'.
           88 SIM-REQUEST-INVALID                     VALUE 'N'.
       01  WS-OLD-RATE                          PIC 9(4)V9(4).
       01  WS-OLD-EFF-DATE                      PIC X(8).
       01  WS-OLD-SW                            PIC X.
           88 OLD-RATE-FOUND                          VALUE 'Y'.
           88 OLD-RATE-NOT-FOUND                      VALUE 'N'.
       01  WS-NEW-RATE                          PIC 9(4)V9(4).
       01  WS-NEW-EFF-DATE                      PIC X(8).
       01  WS-NEW-SW                            PIC X.
           88 NEW-RATE-FOUND                          VALUE 'Y'.
           88 NEW-RATE-NOT-FOUND                      VALUE 'N'.
       01  WS-PRICE-RATE                        PIC 9(4)V9(4).
       01  WS-PRICE-TOTAL                       PIC S9(8)V9(4).
       01  WS-OLD-TOTAL                         PIC S9(8)V9(4).
       01  WS-NEW-TOTAL                         PIC S9(8)V9(4).

      **************************************************************************
      * THE TOTALS BY TARIFF CODE AND BY CLIENT, EACH KEPT IN KEY
      * ORDER AS ENTRIES ARE ADDED. A CODE OR CLIENT BEYOND A TABLE
      * STILL COUNTS IN THE GRAND TOTAL AND IS REPORTED AS OVERFLOW.
      **************************************************************************
       01  WS-CODE-COUNT                        PIC 9(3) VALUE 0.
       01  WS-CODE-IDX                          PIC 9(3) USAGE COMP.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY                    OCCURS 200 TIMES.
               10  WS-CODE-KEY                  PIC X(8).
               10  WS-CODE-REQUESTS             PIC 9(7).
               10  WS-CODE-OLD-TOTAL            PIC S9(11)V9(4).
               10  WS-CODE-NEW-TOTAL            PIC S9(11)V9(4).
               10  WS-CODE-OLD-FAILS            PIC 9(7).
               10  WS-CODE-NEW-FAILS            PIC 9(7).
       01  WS-CODE-OVERFLOW                     PIC 9(7) VALUE 0.
       01  WS-CLIENT-COUNT                      PIC 9(3) VALUE 0.
       01  WS-CLIENT-IDX                        PIC 9(3) USAGE COMP.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-ENTRY                  OCCURS 500 TIMES.
               10  WS-CLIENT-KEY                PIC X(16).
               10  WS-CLIENT-REQUESTS           PIC 9(7).
               10  WS-CLIENT-OLD-TOTAL          PIC S9(11)V9(4).
               10  WS-CLIENT-NEW-TOTAL          PIC S9(11)V9(4).
               10  WS-CLIENT-OLD-FAILS          PIC 9(7).
               10  WS-CLIENT-NEW-FAILS          PIC 9(7).
       01  WS-CLIENT-OVERFLOW                   PIC 9(7) VALUE 0.
       01  WS-SHIFT-IDX                         PIC 9(3) USAGE COMP.

      **************************************************************************
      * GRAND TOTALS AND RUNNING COUNTS FOR THE SUMMARY
      **************************************************************************
       01  WS-SIM-COUNTERS.
           05  WS-SIM-READ                      PIC 9(7) VALUE 0.
           05  WS-SIM-NOT-PRICE                 PIC 9(7) VALUE 0.
           05  WS-SIM-INVALID                   PIC 9(7) VALUE 0.
           05  WS-SIM-PRICED                    PIC 9(7) VALUE 0.
           05  WS-SIM-OLD-FAILS                 PIC 9(7) VALUE 0.
           05  WS-SIM-NEW-FAILS                 PIC 9(7) VALUE 0.
           05  WS-SIM-NEWLY-FAILING             PIC 9(7) VALUE 0.
           05  WS-SIM-CHANGED                   PIC 9(7) VALUE 0.
       01  WS-GRAND-OLD-TOTAL                   PIC S9(11)V9(4) VALUE 0.
       01  WS-GRAND-NEW-TOTAL                   PIC S9(11)V9(4) VALUE 0.

      **************************************************************************
      * ONE LINE OF THE CODE OR CLIENT TABLES, AND THE WORK FIELDS
      * FOR ITS DIFFERENCE AND PERCENTAGE.
      **************************************************************************
       01  WS-DIFF                              PIC S9(11)V9(4).
       01  WS-PCT                               PIC S9(5)V99.
       01  WS-LINE-OLD                          PIC S9(11)V9(4).
       01  WS-LINE-NEW                          PIC S9(11)V9(4).
       01  WS-REPORT-LINE.
           05  FILLER                           PIC X(2) VALUE SPACES.
           05  WS-RL-KEY                        PIC X(16).
           05  WS-RL-REQUESTS                   PIC Z(6)9.
           05  WS-RL-OLD                        PIC -(10)9.9999.
           05  WS-RL-NEW                        PIC -(10)9.9999.
           05  WS-RL-DIFF                       PIC -(10)9.9999.
           05  FILLER                           PIC X VALUE SPACE.
           05  WS-RL-PCT                        PIC X(9).
           05  WS-RL-OLD-FAILS                  PIC Z(6)9.
           05  WS-RL-NEW-FAILS                  PIC Z(6)9.
       01  WS-PCT-DISP                          PIC -(5)9.99.
       01  WS-RATE-DISP                         PIC ZZZ9.9999.
       01  WS-LINE-OLD-FAILS                    PIC 9(7).
       01  WS-LINE-NEW-FAILS                    PIC 9(7).
       01  WS-LINE-REQUESTS                     PIC 9(7).

      **************************************************************************
      * THE CALL INTERFACE JSON-PROCESS PARSES A BATCH PAYLOAD
      * THROUGH, AS JSON-BATCH DRIVES IT.
      **************************************************************************
       01  WS-JSON-BLOB.
           05  WS-JSON-BLOB-DATA                PIC X(32768).
       01  WS-OP-VERB                           PIC X(8).
       COPY "jsonreq.cpy".
       COPY "jsonrsp.cpy".

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * LOADS THE PROPOSAL, PRICES THE SAMPLE UNDER BOTH SIDES, AND
      * WRITES THE COMPARISON.
      **************************************************************************
       1000-MAIN.
           PERFORM 0100-PARSE-ARGS THRU 0100-PARSE-ARGS-EXIT.
           IF WS-FINAL-RC NOT EQUAL 0
               GO TO 1000-MAIN-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.

           PERFORM 0200-LOAD-ROUNDING THRU 0200-LOAD-ROUNDING-EXIT.
           PERFORM 0300-LOAD-PROPOSED THRU 0300-LOAD-PROPOSED-EXIT.
           IF WS-FINAL-RC NOT EQUAL 0
               GO TO 1000-MAIN-END
           END-IF.

           OPEN INPUT TARIFF-MASTER.
           IF TARIFF-FILE-NOT-FOUND
               SET MASTER-ABSENT TO TRUE
               DISPLAY "TARIFF-MASTER not found - every request is"
                   " compared against no current rate." UPON STDERR
           ELSE
               IF NOT TARIFF-FILE-OK
                   DISPLAY "Could not open the tariff master! Status: "
                       WS-TARIFF-FILE-STATUS UPON STDERR
                   MOVE 8 TO WS-FINAL-RC
                   GO TO 1000-MAIN-END
               END-IF
           END-IF.

           DISPLAY "JSON-TARIFF-SIM TARIFF WHAT-IF SIMULATION"
               UPON STDOUT.
           DISPLAY "Proposed rates:  TARIFF-INPUT - " WS-PROP-LINES
               " line(s), " WS-PROP-COUNT " row(s) usable" UPON STDOUT.
           IF SAMPLE-BATCH
               DISPLAY "Sample:          BATCH-INPUT" UPON STDOUT
           ELSE
               DISPLAY "Sample:          PRICE traffic archived for "
                   WS-SAMPLE-MONTH UPON STDOUT
           END-IF.
           IF WS-FIXED-ASOF EQUAL SPACES
               DISPLAY "Priced as of:    each request's own date"
                   UPON STDOUT
           ELSE
               DISPLAY "Priced as of:    " WS-FIXED-ASOF UPON STDOUT
           END-IF.
           IF PRICE-ROUNDED
               DISPLAY "Rounding:        ROUNDED (JSON-PARMS PRICE)"
                   UPON STDOUT
           ELSE
               DISPLAY "Rounding:        TRUNCATED (JSON-PARMS PRICE)"
                   UPON STDOUT
           END-IF.
           DISPLAY " " UPON STDOUT.
           DISPLAY "REQUESTS THAT WOULD FAIL UNDER THE PROPOSAL"
               UPON STDOUT.

           IF SAMPLE-BATCH
               PERFORM 1100-SAMPLE-BATCH THRU 1100-SAMPLE-BATCH-EXIT
           ELSE
               PERFORM 1200-SAMPLE-ARCHIVE
                  THRU 1200-SAMPLE-ARCHIVE-EXIT
           END-IF.
           IF MASTER-PRESENT
               CLOSE TARIFF-MASTER
           END-IF.
           IF WS-SIM-NEW-FAILS EQUAL 0
               DISPLAY "  None." UPON STDOUT
           END-IF.

           PERFORM 2000-WRITE-REPORT THRU 2000-WRITE-REPORT-EXIT.

           IF WS-FINAL-RC EQUAL 0
                   AND (WS-SIM-NEW-FAILS > 0 OR WS-PROP-REJECTED > 0)
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       1000-MAIN-END.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      **************************************************************************
      * 0100-PARSE-ARGS
      **************************************************************************
      * THE FIRST WORD IS THE SAMPLE - BATCH OR A YYYYMM MONTH - AND
      * ASOF YYYYMMDD MAY FOLLOW. ANYTHING ELSE IS A USAGE ERROR.
      **************************************************************************
       0100-PARSE-ARGS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-SIM-ARGS.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-SIM-ARG(1) WS-SIM-ARG(2) WS-SIM-ARG(3)
                    WS-SIM-ARG(4).

           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-SIM-ARG(1)) EQUAL "BATCH"
                   SET SAMPLE-BATCH TO TRUE
               WHEN WS-SIM-ARG(1)(1:6) IS NUMERIC
                       AND WS-SIM-ARG(1)(7:) EQUAL SPACES
                       AND WS-SIM-ARG(1)(5:2) >= "01"
                       AND WS-SIM-ARG(1)(5:2) <= "12"
                   SET SAMPLE-ARCHIVE TO TRUE
                   MOVE WS-SIM-ARG(1)(1:6) TO WS-SAMPLE-MONTH
               WHEN OTHER
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE.

           IF WS-SIM-ARG(2) NOT EQUAL SPACES
               IF FUNCTION UPPER-CASE(WS-SIM-ARG(2)) EQUAL "ASOF"
                       AND WS-SIM-ARG(3)(1:8) IS NUMERIC
                       AND WS-SIM-ARG(3)(9:) EQUAL SPACES
                   MOVE WS-SIM-ARG(3)(1:8) TO WS-FIXED-ASOF
               ELSE
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF.
           IF WS-SIM-ARG(4) NOT EQUAL SPACES
               MOVE 8 TO WS-FINAL-RC
           END-IF.

           IF WS-FINAL-RC NOT EQUAL 0
               DISPLAY "Usage: JSON-TARIFF-SIM BATCH|YYYYMM"
                   " [ASOF YYYYMMDD]" UPON STDERR
           END-IF.

       0100-PARSE-ARGS-EXIT. EXIT.

      **************************************************************************
      * 0200-LOAD-ROUNDING
      **************************************************************************
      * PICKS UP THE PRICE OP'S ROUNDING FLAG FROM JSON-PARMS SO BOTH
      * SIDES ROUND THE WAY JSON-PROCESS DOES. ONLY THE FIRST PRICE
      * LINE IS IN FORCE THERE, SO ONLY THE FIRST IS READ HERE.
      **************************************************************************
       0200-LOAD-ROUNDING.
           OPEN INPUT JSON-PARMS.
           IF NOT PARM-FILE-OK
               GO TO 0200-LOAD-ROUNDING-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ JSON-PARMS AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               IF FUNCTION TRIM(FUNCTION UPPER-CASE(PARM-OP))
                       EQUAL "PRICE"
                   IF PARM-ROUNDING-FLAG EQUAL 'T' OR 't'
                       SET PRICE-TRUNCATED TO TRUE
                   END-IF
                   SET END-OF-FILE TO TRUE
               ELSE
                   READ JSON-PARMS AT END SET END-OF-FILE
                       TO TRUE END-READ
               END-IF
           END-PERFORM.
           CLOSE JSON-PARMS.

       0200-LOAD-ROUNDING-EXIT. EXIT.

      **************************************************************************
      * 0300-LOAD-PROPOSED
      **************************************************************************
      * READS TARIFF-INPUT INTO THE PROPOSED-ROW TABLE. WITHOUT IT
      * THERE IS NOTHING TO SIMULATE.
      **************************************************************************
       0300-LOAD-PROPOSED.
           OPEN INPUT TARIFF-INPUT.
           IF NOT INPUT-FILE-OK
               DISPLAY "TARIFF-INPUT not found - no proposed rates to"
                   " simulate!" UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 0300-LOAD-PROPOSED-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ TARIFF-INPUT AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 0350-LOAD-PROPOSED-LINE
                  THRU 0350-LOAD-PROPOSED-LINE-EXIT
               READ TARIFF-INPUT AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE TARIFF-INPUT.

       0300-LOAD-PROPOSED-EXIT. EXIT.

      **************************************************************************
      * 0350-LOAD-PROPOSED-LINE
      **************************************************************************
      * VETS ONE PROPOSED LINE THE WAY JSON-TARIFF-LOAD DOES - A CODE
      * AND A FULL YYYYMMDD EFFECTIVE DATE ARE REQUIRED - AND HOLDS
      * IT. A LATER LINE FOR THE SAME CODE AND DATE REPLACES AN
      * EARLIER ONE, AS ITS APPROVAL WOULD.
      **************************************************************************
       0350-LOAD-PROPOSED-LINE.
           ADD 1 TO WS-PROP-LINES.
           IF TARIFF-IN-CODE EQUAL SPACES
                   OR TARIFF-IN-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-PROP-REJECTED
               DISPLAY "TARIFF-INPUT line " WS-PROP-LINES
                   " has no tariff code or no valid YYYYMMDD"
                   " effective date - not simulated!" UPON STDERR
               GO TO 0350-LOAD-PROPOSED-LINE-EXIT
           END-IF.

           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               IF WS-PROP-CODE(WS-PROP-IDX) EQUAL TARIFF-IN-CODE
                       AND WS-PROP-EFF-DATE(WS-PROP-IDX)
                           EQUAL TARIFF-IN-EFFECTIVE-DATE
                   MOVE FUNCTION NUMVAL(TARIFF-IN-RATE)
                       TO WS-PROP-RATE(WS-PROP-IDX)
                   ADD 1 TO WS-PROP-REPLACED
                   GO TO 0350-LOAD-PROPOSED-LINE-EXIT
               END-IF
           END-PERFORM.

           IF WS-PROP-COUNT EQUAL 500
               ADD 1 TO WS-PROP-REJECTED
               DISPLAY "TARIFF-INPUT line " WS-PROP-LINES
                   " dropped - more than 500 proposed rows!"
                   UPON STDERR
               GO TO 0350-LOAD-PROPOSED-LINE-EXIT
           END-IF.
           ADD 1 TO WS-PROP-COUNT.
           MOVE TARIFF-IN-CODE TO WS-PROP-CODE(WS-PROP-COUNT).
           MOVE TARIFF-IN-EFFECTIVE-DATE
               TO WS-PROP-EFF-DATE(WS-PROP-COUNT).
           MOVE FUNCTION NUMVAL(TARIFF-IN-RATE)
               TO WS-PROP-RATE(WS-PROP-COUNT).

       0350-LOAD-PROPOSED-LINE-EXIT. EXIT.

      **************************************************************************
      * 1100-SAMPLE-BATCH
      **************************************************************************
      * RUNS EACH BATCH-INPUT PAYLOAD THROUGH JSON-PROCESS IN REPLAY
      * MODE FOR ITS PARSED FIELDS AND VALIDATION OUTCOME, AND
      * SIMULATES EVERY PRICE REQUEST AMONG THEM.
      **************************************************************************
       1100-SAMPLE-BATCH.
           OPEN INPUT BATCH-INPUT.
           IF BATCH-FILE-NOT-FOUND
               DISPLAY "BATCH-INPUT file not found - no sample!"
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 1100-SAMPLE-BATCH-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ BATCH-INPUT AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 1150-BATCH-RECORD THRU 1150-BATCH-RECORD-EXIT
               READ BATCH-INPUT AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE BATCH-INPUT.

       1100-SAMPLE-BATCH-EXIT. EXIT.

      **************************************************************************
      * 1150-BATCH-RECORD
      **************************************************************************
      * ONE PAYLOAD. AN OVERSIZE LINE, OR A PAYLOAD JSON-PROCESS
      * REFUSED FOR A REASON OTHER THAN ITS RATE, IS COUNTED AS NOT
      * PRICEABLE - A REFUSAL WHOSE CODE HAS NO CURRENT RATE ON ITS
      * OWN DATE IS TAKEN AS A RATE FAILURE AND SIMULATED.
      **************************************************************************
       1150-BATCH-RECORD.
           ADD 1 TO WS-SIM-READ.
           IF BATCH-RECORD-TRUNCATED
                   OR BATCH-INPUT-RECORD(32769:) NOT EQUAL SPACES
               ADD 1 TO WS-SIM-INVALID
               GO TO 1150-BATCH-RECORD-EXIT
           END-IF.

           MOVE 200 TO WS-STATUS-CODE.
           MOVE 0 TO WS-RESULT.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE 0 TO WS-N1.
           MOVE 0 TO WS-N2.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE SPACES TO WS-OP.
           MOVE SPACES TO WS-CLIENT-ID.
           MOVE SPACES TO WS-TARIFF-CODE.
           MOVE SPACES TO WS-PRICE-DATE.
           MOVE SPACES TO WS-REQUEST-ID.
           SET WS-FRESH-REQUEST TO TRUE.
           SET WS-REPLAY-MODE TO TRUE.
           MOVE SPACES TO WS-JSON-BLOB-DATA.
           MOVE BATCH-INPUT-RECORD(1:32768) TO WS-JSON-BLOB-DATA.
           CALL "JSON-PROCESS" USING WS-JSON-BLOB WS-REQUEST
               WS-RESPONSE.

           MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(WS-OP))
               TO WS-OP-VERB.
           IF WS-OP-VERB NOT EQUAL "PRICE"
               ADD 1 TO WS-SIM-NOT-PRICE
               GO TO 1150-BATCH-RECORD-EXIT
           END-IF.
           IF WS-TARIFF-CODE EQUAL SPACES
               ADD 1 TO WS-SIM-INVALID
               GO TO 1150-BATCH-RECORD-EXIT
           END-IF.

           MOVE WS-TARIFF-CODE TO WS-SIM-CODE.
           MOVE WS-N1 TO WS-SIM-N1.
           IF WS-PRICE-DATE EQUAL SPACES
               MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-SIM-OWN-DATE
           ELSE
               MOVE WS-PRICE-DATE TO WS-SIM-OWN-DATE
           END-IF.
           IF WS-CLIENT-ID EQUAL SPACES
               MOVE "(none)" TO WS-SIM-CLIENT
           ELSE
               MOVE WS-CLIENT-ID TO WS-SIM-CLIENT
           END-IF.
           IF WS-REQUEST-ID EQUAL SPACES
               MOVE SPACES TO WS-SIM-LABEL
               STRING "BATCH-INPUT line " WS-SIM-READ
                   DELIMITED BY SIZE INTO WS-SIM-LABEL
           ELSE
               MOVE WS-REQUEST-ID TO WS-SIM-LABEL
           END-IF.

           SET SIM-REQUEST-VALID TO TRUE.
           IF NOT STATUS-OK
               MOVE WS-SIM-OWN-DATE TO WS-SIM-ASOF
               PERFORM 1550-FIND-CURRENT-RATE
                  THRU 1550-FIND-CURRENT-RATE-EXIT
               IF OLD-RATE-FOUND
                   SET SIM-REQUEST-INVALID TO TRUE
               END-IF
           END-IF.
           IF SIM-REQUEST-INVALID
               ADD 1 TO WS-SIM-INVALID
               GO TO 1150-BATCH-RECORD-EXIT
           END-IF.

           PERFORM 1500-SIMULATE-REQUEST
              THRU 1500-SIMULATE-REQUEST-EXIT.

       1150-BATCH-RECORD-EXIT. EXIT.

      **************************************************************************
      * 1200-SAMPLE-ARCHIVE
      **************************************************************************
      * READS THE SAMPLE MONTH'S ARCHIVED TRAFFIC - THE MONTHLY
      * ARCHIVE IF THE MONTH IS CONSOLIDATED, OTHERWISE EACH DAILY -
      * THEN THE MONTH'S RECORDS HELD OUTSIDE ITS OWN ARCHIVES: THE
      * LAST MINUTES A ROLLOVER PAST MIDNIGHT PUT IN THE NEXT MONTH'S
      * FIRST DAILY (OR, ONCE THAT MONTH IS CONSOLIDATED, ITS MONTHLY
      * ARCHIVE), AND THE LATE ARRIVALS THE ROLLOVER DIVERTED.
      **************************************************************************
       1200-SAMPLE-ARCHIVE.
           MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-SAMPLE-MONTH)
               TO WS-ARCHIVE-FILE-NAME.
           PERFORM 1250-READ-ARCHIVE THRU 1250-READ-ARCHIVE-EXIT.
           IF ARCHIVE-FILE-NOT-FOUND
               PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
                   MOVE WS-DAY TO WS-DAY-DISP
                   MOVE FUNCTION CONCATENATE("AUDIT-ARCH-"
                       WS-SAMPLE-MONTH WS-DAY-DISP)
                       TO WS-ARCHIVE-FILE-NAME
                   PERFORM 1250-READ-ARCHIVE
                      THRU 1250-READ-ARCHIVE-EXIT
               END-PERFORM
           END-IF.
           IF WS-SAMPLE-FILES EQUAL 0
               DISPLAY "No archive found for " WS-SAMPLE-MONTH
                   " - no sample!" UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 1200-SAMPLE-ARCHIVE-EXIT
           END-IF.

           MOVE WS-SAMPLE-MONTH TO WS-MONTH-WORK.
           IF WS-MONTH-MM EQUAL 12
               MOVE 1 TO WS-MONTH-MM
               ADD 1 TO WS-MONTH-YYYY
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-WORK TO WS-NEXT-MONTH.
           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-NEXT-MONTH "01")
               TO WS-ARCHIVE-FILE-NAME.
           PERFORM 1250-READ-ARCHIVE THRU 1250-READ-ARCHIVE-EXIT.
           IF ARCHIVE-FILE-NOT-FOUND
               MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-NEXT-MONTH)
                   TO WS-ARCHIVE-FILE-NAME
               PERFORM 1250-READ-ARCHIVE THRU 1250-READ-ARCHIVE-EXIT
           END-IF.

           MOVE "LATE-ARRIVALS" TO WS-ARCHIVE-FILE-NAME.
           PERFORM 1250-READ-ARCHIVE THRU 1250-READ-ARCHIVE-EXIT.

       1200-SAMPLE-ARCHIVE-EXIT. EXIT.

      **************************************************************************
      * 1250-READ-ARCHIVE
      **************************************************************************
      * WALKS ONE ARCHIVE FILE, IF IT EXISTS, SIMULATING EACH RECORD.
      **************************************************************************
       1250-READ-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE.
           IF NOT ARCHIVE-FILE-OK
               GO TO 1250-READ-ARCHIVE-EXIT
           END-IF.
           ADD 1 TO WS-SAMPLE-FILES.
           SET NOT-EOF TO TRUE.
           READ AUDIT-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 1260-ARCHIVE-RECORD
                  THRU 1260-ARCHIVE-RECORD-EXIT
               READ AUDIT-ARCHIVE AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCHIVE.

       1250-READ-ARCHIVE-EXIT. EXIT.

      **************************************************************************
      * 1260-ARCHIVE-RECORD
      **************************************************************************
      * ONE ARCHIVED RECORD. ONLY PRICE RECORDS STAMPED IN THE SAMPLE
      * MONTH ARE TAKEN (WHICH ALSO PASSES OVER A MONTHLY TRAILER, A
      * PRIOR MONTH'S RECORDS ROLLED INTO THE FIRST DAILY, THE NEXT
      * MONTH'S OWN TRAFFIC AND OTHER MONTHS' LATE ARRIVALS). ONE
      * THAT SUCCEEDED, OR FAILED FOR WANT OF A CURRENT RATE ON ITS
      * DAY, IS SIMULATED; ANY OTHER FAILURE IS NOT PRICEABLE.
      **************************************************************************
       1260-ARCHIVE-RECORD.
           IF ARCHIVE-TIMESTAMP(1:6) NOT EQUAL WS-SAMPLE-MONTH
               GO TO 1260-ARCHIVE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-SIM-READ.
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(ARCHIVE-OP))
                   NOT EQUAL "PRICE"
               ADD 1 TO WS-SIM-NOT-PRICE
               GO TO 1260-ARCHIVE-RECORD-EXIT
           END-IF.
           IF ARCHIVE-TARIFF-CODE EQUAL SPACES
               ADD 1 TO WS-SIM-INVALID
               GO TO 1260-ARCHIVE-RECORD-EXIT
           END-IF.

           MOVE ARCHIVE-TARIFF-CODE TO WS-SIM-CODE.
           MOVE FUNCTION NUMVAL(ARCHIVE-N1) TO WS-SIM-N1.
           MOVE ARCHIVE-TIMESTAMP(1:8) TO WS-SIM-OWN-DATE.
           IF ARCHIVE-CLIENT-ID EQUAL SPACES
               MOVE "(none)" TO WS-SIM-CLIENT
           ELSE
               MOVE ARCHIVE-CLIENT-ID TO WS-SIM-CLIENT
           END-IF.
           IF ARCHIVE-REQUEST-ID EQUAL SPACES
               MOVE ARCHIVE-TIMESTAMP TO WS-SIM-LABEL
           ELSE
               MOVE ARCHIVE-REQUEST-ID TO WS-SIM-LABEL
           END-IF.

           SET SIM-REQUEST-VALID TO TRUE.
           IF ARCHIVE-STATUS-CODE NOT EQUAL 200
               MOVE WS-SIM-OWN-DATE TO WS-SIM-ASOF
               PERFORM 1550-FIND-CURRENT-RATE
                  THRU 1550-FIND-CURRENT-RATE-EXIT
               IF OLD-RATE-FOUND
                   SET SIM-REQUEST-INVALID TO TRUE
               END-IF
           END-IF.
           IF SIM-REQUEST-INVALID
               ADD 1 TO WS-SIM-INVALID
               GO TO 1260-ARCHIVE-RECORD-EXIT
           END-IF.

           PERFORM 1500-SIMULATE-REQUEST
              THRU 1500-SIMULATE-REQUEST-EXIT.

       1260-ARCHIVE-RECORD-EXIT. EXIT.

      **************************************************************************
      * 1500-SIMULATE-REQUEST
      **************************************************************************
      * PRICES THE REQUEST IN HAND UNDER THE CURRENT MASTER AND UNDER
      * THE PROPOSAL, LISTS IT IF THE PROPOSAL LEAVES IT WITHOUT A
      * RATE, AND ADDS IT TO ITS CODE'S AND CLIENT'S TOTALS.
      **************************************************************************
       1500-SIMULATE-REQUEST.
           ADD 1 TO WS-SIM-PRICED.
           IF WS-FIXED-ASOF EQUAL SPACES
               MOVE WS-SIM-OWN-DATE TO WS-SIM-ASOF
           ELSE
               MOVE WS-FIXED-ASOF TO WS-SIM-ASOF
           END-IF.

           PERFORM 1550-FIND-CURRENT-RATE
              THRU 1550-FIND-CURRENT-RATE-EXIT.
           PERFORM 1560-FIND-PROPOSED-RATE
              THRU 1560-FIND-PROPOSED-RATE-EXIT.

           MOVE 0 TO WS-OLD-TOTAL.
           MOVE 0 TO WS-NEW-TOTAL.
           IF OLD-RATE-FOUND
               MOVE WS-OLD-RATE TO WS-PRICE-RATE
               PERFORM 1570-PRICE THRU 1570-PRICE-EXIT
               MOVE WS-PRICE-TOTAL TO WS-OLD-TOTAL
               ADD WS-OLD-TOTAL TO WS-GRAND-OLD-TOTAL
           ELSE
               ADD 1 TO WS-SIM-OLD-FAILS
           END-IF.
           IF NEW-RATE-FOUND
               MOVE WS-NEW-RATE TO WS-PRICE-RATE
               PERFORM 1570-PRICE THRU 1570-PRICE-EXIT
               MOVE WS-PRICE-TOTAL TO WS-NEW-TOTAL
               ADD WS-NEW-TOTAL TO WS-GRAND-NEW-TOTAL
           ELSE
               ADD 1 TO WS-SIM-NEW-FAILS
               PERFORM 1600-LIST-FAILURE THRU 1600-LIST-FAILURE-EXIT
           END-IF.
           IF OLD-RATE-FOUND AND NEW-RATE-FOUND
                   AND WS-OLD-TOTAL NOT EQUAL WS-NEW-TOTAL
               ADD 1 TO WS-SIM-CHANGED
           END-IF.

           PERFORM 1700-TALLY-CODE THRU 1700-TALLY-CODE-EXIT.
           PERFORM 1750-TALLY-CLIENT THRU 1750-TALLY-CLIENT-EXIT.

       1500-SIMULATE-REQUEST-EXIT. EXIT.

      **************************************************************************
      * 1550-FIND-CURRENT-RATE
      **************************************************************************
      * THE RATE THE LIVE MASTER HAS IN FORCE FOR WS-SIM-CODE ON
      * WS-SIM-ASOF - THE SAME WALK JSON-PROCESS MAKES: FROM THE
      * CODE'S FIRST HISTORY ROW FORWARD, KEEPING THE LATEST RATE
      * DATED ON OR BEFORE THE AS-OF DATE.
      **************************************************************************
       1550-FIND-CURRENT-RATE.
           SET OLD-RATE-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-OLD-EFF-DATE.
           MOVE 0 TO WS-OLD-RATE.
           IF MASTER-ABSENT
               GO TO 1550-FIND-CURRENT-RATE-EXIT
           END-IF.

           SET TARIFF-SCAN-MORE TO TRUE.
           MOVE WS-SIM-CODE TO TARIFF-CODE.
           MOVE LOW-VALUES TO TARIFF-EFFECTIVE-DATE.
           START TARIFF-MASTER KEY NOT LESS THAN TARIFF-KEY
               INVALID KEY
                   SET TARIFF-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL TARIFF-SCAN-DONE
               READ TARIFF-MASTER NEXT RECORD
                   AT END SET TARIFF-SCAN-DONE TO TRUE
               END-READ
               IF TARIFF-SCAN-MORE
                   IF TARIFF-CODE NOT EQUAL WS-SIM-CODE
                           OR TARIFF-EFFECTIVE-DATE > WS-SIM-ASOF
                       SET TARIFF-SCAN-DONE TO TRUE
                   ELSE
                       MOVE TARIFF-RATE TO WS-OLD-RATE
                       MOVE TARIFF-EFFECTIVE-DATE TO WS-OLD-EFF-DATE
                       SET OLD-RATE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1550-FIND-CURRENT-RATE-EXIT. EXIT.

      **************************************************************************
      * 1560-FIND-PROPOSED-RATE
      **************************************************************************
      * THE RATE THE MASTER WOULD HAVE IN FORCE ONCE THE PROPOSAL WAS
      * LOADED: THE CURRENT ROW, UNLESS A PROPOSED ROW FOR THE CODE
      * IS DATED ON OR AFTER IT (AND ON OR BEFORE THE AS-OF DATE) -
      * A PROPOSED ROW WITH THE CURRENT ROW'S OWN DATE REPLACES IT.
      **************************************************************************
       1560-FIND-PROPOSED-RATE.
           MOVE WS-OLD-RATE     TO WS-NEW-RATE.
           MOVE WS-OLD-EFF-DATE TO WS-NEW-EFF-DATE.
           IF OLD-RATE-FOUND
               SET NEW-RATE-FOUND TO TRUE
           ELSE
               SET NEW-RATE-NOT-FOUND TO TRUE
           END-IF.

           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               IF WS-PROP-CODE(WS-PROP-IDX) EQUAL WS-SIM-CODE
                       AND WS-PROP-EFF-DATE(WS-PROP-IDX)
                           NOT > WS-SIM-ASOF
                   IF NEW-RATE-NOT-FOUND
                           OR WS-PROP-EFF-DATE(WS-PROP-IDX)
                               NOT < WS-NEW-EFF-DATE
                       MOVE WS-PROP-RATE(WS-PROP-IDX) TO WS-NEW-RATE
                       MOVE WS-PROP-EFF-DATE(WS-PROP-IDX)
                           TO WS-NEW-EFF-DATE
                       SET NEW-RATE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1560-FIND-PROPOSED-RATE-EXIT. EXIT.

      **************************************************************************
      * 1570-PRICE
      **************************************************************************
      * n1 TIMES WS-PRICE-RATE, ROUNDED OR TRUNCATED AS THE PRICE OP
      * IS SET TO - THE MULTIPLY JSON-PROCESS MAKES.
      **************************************************************************
       1570-PRICE.
           IF PRICE-ROUNDED
               COMPUTE WS-PRICE-TOTAL ROUNDED =
                   WS-SIM-N1 * WS-PRICE-RATE
           ELSE
               COMPUTE WS-PRICE-TOTAL =
                   WS-SIM-N1 * WS-PRICE-RATE
           END-IF.

       1570-PRICE-EXIT. EXIT.

      **************************************************************************
      * 1600-LIST-FAILURE
      **************************************************************************
      * ONE LINE FOR A REQUEST THE PROPOSAL LEAVES WITHOUT A RATE,
      * SAYING WHETHER IT PRICES TODAY.
      **************************************************************************
       1600-LIST-FAILURE.
           IF OLD-RATE-FOUND
               MOVE WS-OLD-TOTAL TO WS-RL-OLD
               ADD 1 TO WS-SIM-NEWLY-FAILING
               DISPLAY "  " WS-SIM-LABEL " "
                   FUNCTION TRIM(WS-SIM-CLIENT) " ["
                   FUNCTION TRIM(WS-SIM-CODE) "] as of " WS-SIM-ASOF
                   " - no rate in force; prices today at "
                   FUNCTION TRIM(WS-RL-OLD) UPON STDOUT
           ELSE
               DISPLAY "  " WS-SIM-LABEL " "
                   FUNCTION TRIM(WS-SIM-CLIENT) " ["
                   FUNCTION TRIM(WS-SIM-CODE) "] as of " WS-SIM-ASOF
                   " - no rate in force; fails today as well"
                   UPON STDOUT
           END-IF.

       1600-LIST-FAILURE-EXIT. EXIT.

      **************************************************************************
      * 1700-TALLY-CODE
      **************************************************************************
      * ADDS THE REQUEST TO ITS TARIFF CODE'S LINE, OPENING A NEW
      * LINE IN CODE ORDER THE FIRST TIME THE CODE IS SEEN.
      **************************************************************************
       1700-TALLY-CODE.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-KEY(WS-CODE-IDX) NOT < WS-SIM-CODE
               CONTINUE
           END-PERFORM.
           IF WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-KEY(WS-CODE-IDX) NOT EQUAL WS-SIM-CODE
               IF WS-CODE-COUNT EQUAL 200
                   ADD 1 TO WS-CODE-OVERFLOW
                   GO TO 1700-TALLY-CODE-EXIT
               END-IF
               PERFORM VARYING WS-SHIFT-IDX FROM WS-CODE-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-CODE-IDX
                   MOVE WS-CODE-ENTRY(WS-SHIFT-IDX)
                       TO WS-CODE-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-SIM-CODE TO WS-CODE-KEY(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-REQUESTS(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-OLD-TOTAL(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-NEW-TOTAL(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-OLD-FAILS(WS-CODE-IDX)
               MOVE 0 TO WS-CODE-NEW-FAILS(WS-CODE-IDX)
           END-IF.

           ADD 1 TO WS-CODE-REQUESTS(WS-CODE-IDX).
           ADD WS-OLD-TOTAL TO WS-CODE-OLD-TOTAL(WS-CODE-IDX).
           ADD WS-NEW-TOTAL TO WS-CODE-NEW-TOTAL(WS-CODE-IDX).
           IF OLD-RATE-NOT-FOUND
               ADD 1 TO WS-CODE-OLD-FAILS(WS-CODE-IDX)
           END-IF.
           IF NEW-RATE-NOT-FOUND
               ADD 1 TO WS-CODE-NEW-FAILS(WS-CODE-IDX)
           END-IF.

       1700-TALLY-CODE-EXIT. EXIT.

      **************************************************************************
      * 1750-TALLY-CLIENT
      **************************************************************************
      * THE SAME FOR THE REQUEST'S CLIENT.
      **************************************************************************
       1750-TALLY-CLIENT.
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-KEY(WS-CLIENT-IDX) NOT < WS-SIM-CLIENT
               CONTINUE
           END-PERFORM.
           IF WS-CLIENT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-KEY(WS-CLIENT-IDX)
                       NOT EQUAL WS-SIM-CLIENT
               IF WS-CLIENT-COUNT EQUAL 500
                   ADD 1 TO WS-CLIENT-OVERFLOW
                   GO TO 1750-TALLY-CLIENT-EXIT
               END-IF
               PERFORM VARYING WS-SHIFT-IDX FROM WS-CLIENT-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-CLIENT-IDX
                   MOVE WS-CLIENT-ENTRY(WS-SHIFT-IDX)
                       TO WS-CLIENT-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CLIENT-COUNT
               MOVE WS-SIM-CLIENT TO WS-CLIENT-KEY(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-REQUESTS(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-OLD-TOTAL(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-NEW-TOTAL(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-OLD-FAILS(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-NEW-FAILS(WS-CLIENT-IDX)
           END-IF.

           ADD 1 TO WS-CLIENT-REQUESTS(WS-CLIENT-IDX).
           ADD WS-OLD-TOTAL TO WS-CLIENT-OLD-TOTAL(WS-CLIENT-IDX).
           ADD WS-NEW-TOTAL TO WS-CLIENT-NEW-TOTAL(WS-CLIENT-IDX).
           IF OLD-RATE-NOT-FOUND
               ADD 1 TO WS-CLIENT-OLD-FAILS(WS-CLIENT-IDX)
           END-IF.
           IF NEW-RATE-NOT-FOUND
               ADD 1 TO WS-CLIENT-NEW-FAILS(WS-CLIENT-IDX)
           END-IF.

       1750-TALLY-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-REPORT
      **************************************************************************
      * THE BY-CODE AND BY-CLIENT COMPARISONS, THE GRAND TOTAL, AND
      * THE COUNTS OF WHAT THE SAMPLE HELD.
      **************************************************************************
       2000-WRITE-REPORT.
           DISPLAY " " UPON STDOUT.
           DISPLAY "BY TARIFF CODE" UPON STDOUT.
           PERFORM 2050-COLUMN-HEADINGS
              THRU 2050-COLUMN-HEADINGS-EXIT.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
               MOVE WS-CODE-KEY(WS-CODE-IDX)       TO WS-RL-KEY
               MOVE WS-CODE-REQUESTS(WS-CODE-IDX)  TO WS-LINE-REQUESTS
               MOVE WS-CODE-OLD-TOTAL(WS-CODE-IDX) TO WS-LINE-OLD
               MOVE WS-CODE-NEW-TOTAL(WS-CODE-IDX) TO WS-LINE-NEW
               MOVE WS-CODE-OLD-FAILS(WS-CODE-IDX) TO WS-LINE-OLD-FAILS
               MOVE WS-CODE-NEW-FAILS(WS-CODE-IDX) TO WS-LINE-NEW-FAILS
               PERFORM 2100-WRITE-LINE THRU 2100-WRITE-LINE-EXIT
           END-PERFORM.
           IF WS-CODE-OVERFLOW > 0
               DISPLAY "  " WS-CODE-OVERFLOW " request(s) for codes"
                   " beyond the 200-code table - in the grand total"
                   " only" UPON STDOUT
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY "BY CLIENT" UPON STDOUT.
           PERFORM 2050-COLUMN-HEADINGS
              THRU 2050-COLUMN-HEADINGS-EXIT.
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
               MOVE WS-CLIENT-KEY(WS-CLIENT-IDX)   TO WS-RL-KEY
               MOVE WS-CLIENT-REQUESTS(WS-CLIENT-IDX)
                   TO WS-LINE-REQUESTS
               MOVE WS-CLIENT-OLD-TOTAL(WS-CLIENT-IDX) TO WS-LINE-OLD
               MOVE WS-CLIENT-NEW-TOTAL(WS-CLIENT-IDX) TO WS-LINE-NEW
               MOVE WS-CLIENT-OLD-FAILS(WS-CLIENT-IDX)
                   TO WS-LINE-OLD-FAILS
               MOVE WS-CLIENT-NEW-FAILS(WS-CLIENT-IDX)
                   TO WS-LINE-NEW-FAILS
               PERFORM 2100-WRITE-LINE THRU 2100-WRITE-LINE-EXIT
           END-PERFORM.
           IF WS-CLIENT-OVERFLOW > 0
               DISPLAY "  " WS-CLIENT-OVERFLOW " request(s) for clients"
                   " beyond the 500-client table - in the grand total"
                   " only" UPON STDOUT
           END-IF.

           DISPLAY " " UPON STDOUT.
           MOVE "GRAND TOTAL"      TO WS-RL-KEY.
           MOVE WS-SIM-PRICED      TO WS-LINE-REQUESTS.
           MOVE WS-GRAND-OLD-TOTAL TO WS-LINE-OLD.
           MOVE WS-GRAND-NEW-TOTAL TO WS-LINE-NEW.
           MOVE WS-SIM-OLD-FAILS   TO WS-LINE-OLD-FAILS.
           MOVE WS-SIM-NEW-FAILS   TO WS-LINE-NEW-FAILS.
           PERFORM 2100-WRITE-LINE THRU 2100-WRITE-LINE-EXIT.

           DISPLAY " " UPON STDOUT.
           DISPLAY "Records read:             " WS-SIM-READ
               UPON STDOUT.
           DISPLAY "Not PRICE requests:       " WS-SIM-NOT-PRICE
               UPON STDOUT.
           DISPLAY "Not priceable (refused):  " WS-SIM-INVALID
               UPON STDOUT.
           DISPLAY "PRICE requests simulated: " WS-SIM-PRICED
               UPON STDOUT.
           DISPLAY "Price changed:            " WS-SIM-CHANGED
               UPON STDOUT.
           DISPLAY "Fail under current:       " WS-SIM-OLD-FAILS
               UPON STDOUT.
           DISPLAY "Fail under proposal:      " WS-SIM-NEW-FAILS
               " (" WS-SIM-NEWLY-FAILING " newly failing)"
               UPON STDOUT.
           DISPLAY "Proposed lines unusable:  " WS-PROP-REJECTED
               UPON STDOUT.
           DISPLAY "TARIFF-MASTER was read only - nothing was staged"
               " or loaded." UPON STDOUT.

       2000-WRITE-REPORT-EXIT. EXIT.

      **************************************************************************
      * 2050-COLUMN-HEADINGS
      **************************************************************************
      * THE HEADINGS OVER A CODE OR CLIENT TABLE.
      **************************************************************************
       2050-COLUMN-HEADINGS.
           DISPLAY "  KEY             REQUESTS       OLD TOTAL"
               "       NEW TOTAL      DIFFERENCE  CHANGE %"
               " OLDFAIL NEWFAIL" UPON STDOUT.

       2050-COLUMN-HEADINGS-EXIT. EXIT.

      **************************************************************************
      * 2100-WRITE-LINE
      **************************************************************************
      * FORMATS AND DISPLAYS ONE LINE FROM THE WS-LINE-xxx FIGURES.
      * THE PERCENTAGE IS THE CHANGE FROM THE OLD TOTAL, SHOWN AS N/A
      * WHEN THERE WAS NO OLD TOTAL TO CHANGE FROM.
      **************************************************************************
       2100-WRITE-LINE.
           COMPUTE WS-DIFF = WS-LINE-NEW - WS-LINE-OLD.
           MOVE WS-LINE-REQUESTS  TO WS-RL-REQUESTS.
           MOVE WS-LINE-OLD       TO WS-RL-OLD.
           MOVE WS-LINE-NEW       TO WS-RL-NEW.
           MOVE WS-DIFF           TO WS-RL-DIFF.
           MOVE WS-LINE-OLD-FAILS TO WS-RL-OLD-FAILS.
           MOVE WS-LINE-NEW-FAILS TO WS-RL-NEW-FAILS.
           IF WS-LINE-OLD EQUAL 0
               MOVE "      N/A" TO WS-RL-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-DIFF * 100 / WS-LINE-OLD
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-RL-PCT
           END-IF.
           DISPLAY WS-REPORT-LINE UPON STDOUT.

       2100-WRITE-LINE-EXIT. EXIT.

       END PROGRAM JSON-TARIFF-SIM.
