       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-ARCHIVE-MONTH.

      **************************************************************************
      * MONTH-END CONSOLIDATION OF THE DAILY AUDIT ARCHIVES. ONCE A
      * BILLING MONTH IS CLOSED ON PERIOD-CONTROL, ITS DAILY
      * AUDIT-ARCH-YYYYMMDD FILES ARE COPIED, IN DAY ORDER AND
      * VERBATIM, INTO ONE MONTHLY ARCHIVE AUDIT-MONTH-YYYYMM ENDED
      * BY A CONTROL-TOTALS TRAILER (MARCHREC - RECORD COUNT AND
      * COUNT PER STATUS CODE). NO DAILY FILE IS DELETED UNTIL BOTH
      * PROOFS PASS:
      *   1 - THE MONTHLY ARCHIVE IS READ BACK AND ITS RECORDS AND
      *       TRAILER MUST AGREE WITH THE TOTALS TAKEN FROM THE
      *       DAILY FILES AS THEY WERE COPIED;
      *   2 - THE AUDIT-HISTORY ROWS FOR THE MONTH'S DAYS MUST AGREE,
      *       STATUS BY STATUS, WITH EVERY RECORD STAMPED IN THE
      *       MONTH - THOSE IN THE DAILY FILES, THOSE A ROLLOVER PAST
      *       MIDNIGHT CARRIED INTO THE NEXT MONTH'S FIRST DAILY (OR
      *       ITS MONTHLY ARCHIVE), AND THE MONTH'S LATE ARRIVALS,
      *       WHICH JSON-ROLLOVER POSTS TO HISTORY BUT NEVER ARCHIVES.
      * IF EITHER PROOF FAILS THE MONTHLY ARCHIVE IS REMOVED AGAIN
      * AND EVERY DAILY FILE IS LEFT WHERE IT WAS. JSON-STATEMENT,
      * JSON-USAGE-POST, JSON-INQUIRY AND JSON-TRACE READ THE MONTHLY
      * ARCHIVE WHEN A DAY'S FILE IS GONE.
      *
      * EVERY RUN ENDS WITH THE DISPOSAL REPORT FOR RECORDS
      * MANAGEMENT: EACH MONTHLY ARCHIVE OLDER THAN THE RETENTION
      * PERIOD (ARCHIVE-PARMS, DEFAULT 24 MONTHS BEFORE THE CURRENT
      * MONTH), WITH ITS RECORD COUNT CHECKED AGAINST ITS TRAILER.
      * NOTHING IS DISPOSED OF HERE - THE REPORT IS THE REQUEST TO
      * RECORDS MANAGEMENT. THE COMMAND LINE IS [YYYYMM] [FORCE]; WITH
      * NO MONTH ONLY THE DISPOSAL REPORT IS PRODUCED. RETURN CODE 8
      * WHEN THE CONSOLIDATION IS REFUSED OR A PROOF FAILS, 4 WHEN
      * THERE WAS NOTHING TO CONSOLIDATE OR A DAILY FILE COULD NOT BE
      * REMOVED.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-ARCHIVE ASSIGN TO WS-DAILY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.
           SELECT MONTH-ARCHIVE ASSIGN TO WS-MONTH-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-FILE-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "AUDIT-HISTORY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT ARCHIVE-PARMS ASSIGN TO "ARCHIVE-PARMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      **************************************************************************
      * A DAILY ARCHIVE BEING CONSOLIDATED - ALSO USED TO READ THE
      * NEXT MONTH'S FIRST DAY AND LATE-ARRIVALS FOR THE HISTORY
      * PROOF.
      **************************************************************************
       FD  DAILY-ARCHIVE.
       COPY "auditrec.cpy"
           REPLACING PREFIX-RECORD      BY DAILY-RECORD
                     PREFIX-TIMESTAMP   BY DAILY-TIMESTAMP
                     PREFIX-CLIENT-ID   BY DAILY-CLIENT-ID
                     PREFIX-OP          BY DAILY-OP
                     PREFIX-N1          BY DAILY-N1
                     PREFIX-N2          BY DAILY-N2
                     PREFIX-ITEM-COUNT  BY DAILY-ITEM-COUNT
                     PREFIX-TOTAL       BY DAILY-TOTAL
                     PREFIX-STATUS-CODE BY DAILY-STATUS-CODE
                     PREFIX-REQUEST-ID  BY DAILY-REQUEST-ID
                     PREFIX-TARIFF-CODE BY DAILY-TARIFF-CODE.

      **************************************************************************
      * THE MONTHLY ARCHIVE - THE DAILY RECORDS VERBATIM, THEN THE
      * CONTROL-TOTALS TRAILER.
      **************************************************************************
       FD  MONTH-ARCHIVE.
       COPY "auditrec.cpy"
           REPLACING PREFIX-RECORD      BY MONTH-RECORD
                     PREFIX-TIMESTAMP   BY MONTH-TIMESTAMP
                     PREFIX-CLIENT-ID   BY MONTH-CLIENT-ID
                     PREFIX-OP          BY MONTH-OP
                     PREFIX-N1          BY MONTH-N1
                     PREFIX-N2          BY MONTH-N2
                     PREFIX-ITEM-COUNT  BY MONTH-ITEM-COUNT
                     PREFIX-TOTAL       BY MONTH-TOTAL
                     PREFIX-STATUS-CODE BY MONTH-STATUS-CODE
                     PREFIX-REQUEST-ID  BY MONTH-REQUEST-ID
                     PREFIX-TARIFF-CODE BY MONTH-TARIFF-CODE.

       FD  HISTORY-MASTER.
       COPY "histrec.cpy"
           REPLACING PREFIX-RECORD      BY HIST-RECORD
                     PREFIX-KEY         BY HIST-KEY
                     PREFIX-DATE        BY HIST-DATE
                     PREFIX-OP          BY HIST-OP
                     PREFIX-STATUS-CODE BY HIST-STATUS-CODE
                     PREFIX-COUNT       BY HIST-COUNT.

       FD  PERIOD-CONTROL.
       COPY "periodrec.cpy"
           REPLACING PREFIX-RECORD            BY PERIOD-RECORD
                     PREFIX-MONTH             BY PERIOD-MONTH
                     PREFIX-STATUS            BY PERIOD-STATUS
                     PREFIX-BILLED-TIMESTAMP  BY PERIOD-BILLED-TIMESTAMP
                     PREFIX-BILLED-COUNT      BY PERIOD-BILLED-COUNT
                     PREFIX-CLOSED-DATE       BY PERIOD-CLOSED-DATE
                     PREFIX-CLOSED-BY         BY PERIOD-CLOSED-BY
                     PREFIX-LATE-COUNT        BY PERIOD-LATE-COUNT
                     PREFIX-LATE-BILLED       BY PERIOD-LATE-BILLED
                     PREFIX-SUPP-COUNT        BY PERIOD-SUPP-COUNT
                     PREFIX-LAST-SUPP-DATE    BY PERIOD-LAST-SUPP-DATE
                     PREFIX-SUPP-INVOICE-HIGH
                                         BY PERIOD-SUPP-INVOICE-HIGH.

      **************************************************************************
      * OPTIONAL SINGLE-RECORD PARAMETER FILE - HOW MANY MONTHS OF
      * MONTHLY ARCHIVES RECORDS MANAGEMENT WANTS KEPT.
      **************************************************************************
       FD  ARCHIVE-PARMS.
       01  ARCH-PARM-RECORD.
           05  ARCH-PARM-RETENTION-MONTHS       PIC X(3).

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-DAILY-FILE-STATUS                 PIC XX VALUE SPACES.
           88 DAILY-FILE-OK                           VALUE '00'.
           88 DAILY-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-MONTH-FILE-STATUS                 PIC XX VALUE SPACES.
           88 MONTH-FILE-OK                           VALUE '00'.
           88 MONTH-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-HIST-FILE-STATUS                  PIC XX VALUE SPACES.
           88 HIST-FILE-OK                            VALUE '00'.
           88 HIST-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-PERIOD-FILE-STATUS                PIC XX VALUE SPACES.
           88 PERIOD-FILE-OK                          VALUE '00'.
           88 PERIOD-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PARM-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PARM-FILE-OK                            VALUE '00'.
           88 PARM-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-HIST-SCAN-SW                      PIC X VALUE SPACE.
           88 HIST-SCAN-DONE                          VALUE HIGH-VALUE.
           88 HIST-SCAN-MORE                          VALUE LOW-VALUE.

      **************************************************************************
      * THE MONTH BEING CONSOLIDATED, THE FILE NAMES BUILT FROM IT,
      * AND THE RETENTION PERIOD.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-ARCH-MONTH                        PIC X(6) VALUE SPACES.
       01  WS-MONTH-WORK.
           05  WS-MONTH-YYYY                    PIC 9(4).
           05  WS-MONTH-MM                      PIC 9(2).
       01  WS-NEXT-MONTH                        PIC X(6).
       01  WS-TODAY-TIMESTAMP                   PIC X(21).
       01  WS-DAILY-FILE-NAME                   PIC X(30).
       01  WS-MONTH-FILE-NAME                   PIC X(30).
       01  WS-DELETE-NAME                       PIC X(31).
       01  WS-DAY                               PIC 9(2).
       01  WS-DAY-DISP                          PIC 99.
       01  WS-RETENTION-MONTHS                  PIC 9(3) VALUE 24.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.

      **************************************************************************
      * WHICH DAILY FILES WERE FOUND AND COPIED, AND HOW MANY
      * RECORDS EACH HELD.
      **************************************************************************
       01  WS-DAILY-TABLE.
           05  WS-DAILY-ENTRY                   OCCURS 31 TIMES.
               10  WS-DAILY-PRESENT             PIC X.
               10  WS-DAILY-RECORDS             PIC 9(7).

      **************************************************************************
      * THE TRAILER AS BUILT FROM THE DAILY FILES, AND THE SAME
      * TOTALS RECOUNTED FROM THE MONTHLY ARCHIVE ON READ-BACK.
      **************************************************************************
       COPY "marchrec.cpy"
           REPLACING PREFIX-TRAILER        BY WS-TRAILER
                     PREFIX-T-MARKER       BY WS-T-MARKER
                     PREFIX-T-MONTH        BY WS-T-MONTH
                     PREFIX-T-DAILY-COUNT  BY WS-T-DAILY-COUNT
                     PREFIX-T-RECORD-COUNT BY WS-T-RECORD-COUNT
                     PREFIX-T-STATUS-ENTRY BY WS-T-STATUS-ENTRY
                     PREFIX-T-STATUS-CODE  BY WS-T-STATUS-CODE
                     PREFIX-T-STATUS-COUNT BY WS-T-STATUS-COUNT
                     PREFIX-T-OTHER-COUNT  BY WS-T-OTHER-COUNT.
       COPY "marchrec.cpy"
           REPLACING PREFIX-TRAILER        BY WS-RB-TRAILER
                     PREFIX-T-MARKER       BY WS-RB-MARKER
                     PREFIX-T-MONTH        BY WS-RB-MONTH
                     PREFIX-T-DAILY-COUNT  BY WS-RB-DAILY-COUNT
                     PREFIX-T-RECORD-COUNT BY WS-RB-RECORD-COUNT
                     PREFIX-T-STATUS-ENTRY BY WS-RB-STATUS-ENTRY
                     PREFIX-T-STATUS-CODE  BY WS-RB-STATUS-CODE
                     PREFIX-T-STATUS-COUNT BY WS-RB-STATUS-COUNT
                     PREFIX-T-OTHER-COUNT  BY WS-RB-OTHER-COUNT.
       COPY "marchrec.cpy"
           REPLACING PREFIX-TRAILER        BY WS-READ-TRAILER
                     PREFIX-T-MARKER       BY WS-READ-MARKER
                     PREFIX-T-MONTH        BY WS-READ-MONTH
                     PREFIX-T-DAILY-COUNT  BY WS-READ-DAILY-COUNT
                     PREFIX-T-RECORD-COUNT BY WS-READ-RECORD-COUNT
                     PREFIX-T-STATUS-ENTRY BY WS-READ-STATUS-ENTRY
                     PREFIX-T-STATUS-CODE  BY WS-READ-STATUS-CODE
                     PREFIX-T-STATUS-COUNT BY WS-READ-STATUS-COUNT
                     PREFIX-T-OTHER-COUNT  BY WS-READ-OTHER-COUNT.
       01  WS-TALLY-CODE                        PIC 9(3).
       01  WS-STAT-IDX                          PIC 9(2) USAGE COMP.
       01  WS-TRAILER-SW                        PIC X VALUE 'N'.
           88 TRAILER-SEEN                            VALUE 'Y'.
           88 TRAILER-NOT-SEEN                        VALUE 'N'.

      **************************************************************************
      * THE HISTORY PROOF - PER STATUS CODE, THE RECORDS STAMPED IN
      * THE MONTH FOUND ON FILE AND THE COUNT AUDIT-HISTORY POSTED
      * FOR THE MONTH'S DAYS. A CODE BEYOND THE TABLE FAILS THE
      * PROOF RATHER THAN GO UNCHECKED.
      **************************************************************************
       01  WS-PROOF-ENTRY-COUNT                 PIC 9(2) VALUE 0.
       01  WS-PROOF-IDX                         PIC 9(2) USAGE COMP.
       01  WS-PROOF-TABLE.
           05  WS-PROOF-ENTRY                   OCCURS 20 TIMES.
               10  WS-PROOF-CODE                PIC 9(3).
               10  WS-PROOF-EXPECTED            PIC 9(9).
               10  WS-PROOF-HISTORY             PIC 9(9).
       01  WS-PROOF-SW                          PIC X VALUE 'Y'.
           88 PROOF-PASSED                            VALUE 'Y'.
           88 PROOF-FAILED                            VALUE 'N'.
       01  WS-PROOF-ADD                         PIC 9(9).
       01  WS-PROOF-SOURCE                      PIC X VALUE 'E'.
           88 PROOF-FROM-FILES                        VALUE 'E'.
           88 PROOF-FROM-HISTORY                      VALUE 'H'.

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY REPORT
      **************************************************************************
       01  WS-ARCH-COUNTERS.
           05  WS-ARCH-DAILIES                  PIC 9(2) VALUE 0.
           05  WS-ARCH-WRITTEN                  PIC 9(9) VALUE 0.
           05  WS-ARCH-READBACK                 PIC 9(9) VALUE 0.
           05  WS-ARCH-IN-MONTH                 PIC 9(9) VALUE 0.
           05  WS-ARCH-CARRIED-IN               PIC 9(9) VALUE 0.
           05  WS-ARCH-CARRIED-OUT              PIC 9(9) VALUE 0.
           05  WS-ARCH-LATE                     PIC 9(9) VALUE 0.
           05  WS-ARCH-HISTORY                  PIC 9(9) VALUE 0.
           05  WS-ARCH-DELETED                  PIC 9(2) VALUE 0.
           05  WS-ARCH-DELETE-FAILED            PIC 9(2) VALUE 0.
       01  WS-SOURCE-HITS                       PIC 9(9) VALUE 0.

      **************************************************************************
      * THE DISPOSAL REPORT - THE FIRST MONTH STILL INSIDE THE
      * RETENTION PERIOD, THE MONTH BEING PROBED, AND WHAT WAS FOUND.
      * MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1 FOR THE
      * ARITHMETIC.
      **************************************************************************
       01  WS-KEEP-FROM                         PIC X(6).
       01  WS-MONTH-NUMBER                      PIC 9(6) USAGE COMP.
       01  WS-PROBE-TRIES                       PIC 9(3) USAGE COMP.
       01  WS-DISPOSAL-COUNT                    PIC 9(5) VALUE 0.
       01  WS-DISPOSAL-RECORDS                  PIC 9(9) VALUE 0.
       01  WS-DISPOSAL-CHECK                    PIC X(10).

      **************************************************************************
      * RUN-CONTROL BOOKKEEPING - THE CONSOLIDATION OF A MONTH IS
      * RECORDED AGAINST THE MONTH'S FIRST DAY, SO A SECOND RUN FOR
      * THE SAME MONTH IS CHALLENGED WHILE SEVERAL MONTHS CAN STILL
      * BE CONSOLIDATED ON ONE NIGHT.
      **************************************************************************
       01  WS-FORCE-ARG                         PIC X(8) VALUE SPACES.
       01  WS-FORCE-SW                          PIC X VALUE 'N'.
           88 FORCE-RERUN                             VALUE 'Y'.
           88 NO-FORCE                                VALUE 'N'.
       COPY "runctlreq.cpy".

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * CONSOLIDATES THE MONTH NAMED ON THE COMMAND LINE, IF ANY,
      * AND THEN PRODUCES THE DISPOSAL REPORT.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARCH-MONTH WS-FORCE-ARG.
           IF WS-ARCH-MONTH EQUAL "FORCE"
               SET FORCE-RERUN TO TRUE
               MOVE SPACES TO WS-ARCH-MONTH
           END-IF.
           IF WS-FORCE-ARG EQUAL "FORCE"
               SET FORCE-RERUN TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.

           PERFORM 0200-LOAD-PARMS THRU 0200-LOAD-PARMS-EXIT.

           DISPLAY "JSON-ARCHIVE-MONTH MONTHLY AUDIT ARCHIVE"
               UPON STDOUT.
           IF WS-ARCH-MONTH NOT EQUAL SPACES
               PERFORM 1000-CONSOLIDATE THRU 1000-CONSOLIDATE-EXIT
           END-IF.

           PERFORM 2000-DISPOSAL-REPORT
              THRU 2000-DISPOSAL-REPORT-EXIT.

           IF WS-FINAL-RC > RETURN-CODE
               MOVE WS-FINAL-RC TO RETURN-CODE
           END-IF.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0200-LOAD-PARMS
      **************************************************************************
      * PICKS UP THE RETENTION PERIOD FROM THE OPTIONAL ARCHIVE-PARMS
      * FILE. A MISSING FILE, OR A VALUE THAT IS NOT A WHOLE NUMBER
      * OF MONTHS FROM 1 UP, KEEPS THE DEFAULT OF 24.
      **************************************************************************
       0200-LOAD-PARMS.
           OPEN INPUT ARCHIVE-PARMS.
           IF NOT PARM-FILE-OK
               GO TO 0200-LOAD-PARMS-EXIT
           END-IF.
           READ ARCHIVE-PARMS
               AT END
                   MOVE SPACES TO ARCH-PARM-RECORD
           END-READ.
           CLOSE ARCHIVE-PARMS.

           IF ARCH-PARM-RETENTION-MONTHS EQUAL SPACES
               GO TO 0200-LOAD-PARMS-EXIT
           END-IF.
           IF FUNCTION TRIM(ARCH-PARM-RETENTION-MONTHS) IS NUMERIC
                   AND FUNCTION NUMVAL(ARCH-PARM-RETENTION-MONTHS) > 0
               MOVE FUNCTION NUMVAL(ARCH-PARM-RETENTION-MONTHS)
                   TO WS-RETENTION-MONTHS
           ELSE
               DISPLAY "ARCHIVE-PARMS retention ["
                   ARCH-PARM-RETENTION-MONTHS "] is not a number of"
                   " months - keeping " WS-RETENTION-MONTHS "."
                   UPON STDERR
           END-IF.

       0200-LOAD-PARMS-EXIT. EXIT.

      **************************************************************************
      * 0400-RUN-CONTROL-START
      **************************************************************************
      * RECORDS THE RUN'S START AGAINST THE FIRST DAY OF THE MONTH
      * BEING CONSOLIDATED.
      **************************************************************************
       0400-RUN-CONTROL-START.
           SET RC-ACTION-START TO TRUE.
           MOVE "JSON-ARCHIVE-MONTH" TO WS-RC-JOB-NAME.
           MOVE FUNCTION CONCATENATE(WS-ARCH-MONTH "01")
               TO WS-RC-RUN-DATE.
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
      * 0500-CHECK-MONTH
      **************************************************************************
      * ONLY A VALID, CLOSED MONTH IS CONSOLIDATED - WHILE A MONTH IS
      * OPEN OR CLOSING THE STATEMENT MAY STILL SWEEP ITS DAILIES -
      * AND A MONTH ALREADY CONSOLIDATED IS NEVER OVERWRITTEN. SETS
      * WS-FINAL-RC TO 8 ON A REFUSAL.
      **************************************************************************
       0500-CHECK-MONTH.
           IF WS-ARCH-MONTH IS NOT NUMERIC
               DISPLAY "Month must be YYYYMM: " WS-ARCH-MONTH
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 0500-CHECK-MONTH-EXIT
           END-IF.
           MOVE WS-ARCH-MONTH TO WS-MONTH-WORK.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "Month must be YYYYMM: " WS-ARCH-MONTH
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 0500-CHECK-MONTH-EXIT
           END-IF.

           OPEN INPUT PERIOD-CONTROL.
           IF NOT PERIOD-FILE-OK
               DISPLAY "PERIOD-CONTROL not available (status "
                   WS-PERIOD-FILE-STATUS ") - month " WS-ARCH-MONTH
                   " cannot be shown closed; consolidation refused!"
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 0500-CHECK-MONTH-EXIT
           END-IF.
           MOVE WS-ARCH-MONTH TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   MOVE 'O' TO PERIOD-STATUS
           END-READ.
           CLOSE PERIOD-CONTROL.
           IF PERIOD-STATUS NOT EQUAL 'C'
               DISPLAY "Period " WS-ARCH-MONTH " is not closed -"
                   " consolidation refused! Close it with"
                   " JSON-PERIOD-CLOSE first." UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 0500-CHECK-MONTH-EXIT
           END-IF.

           MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-ARCH-MONTH)
               TO WS-MONTH-FILE-NAME.
           OPEN INPUT MONTH-ARCHIVE.
           IF NOT MONTH-FILE-NOT-FOUND
               CLOSE MONTH-ARCHIVE
               DISPLAY "Monthly archive "
                   FUNCTION TRIM(WS-MONTH-FILE-NAME)
                   " already exists - consolidation refused!"
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       0500-CHECK-MONTH-EXIT. EXIT.

      **************************************************************************
      * 1000-CONSOLIDATE
      **************************************************************************
      * COPIES THE MONTH'S DAILIES INTO THE MONTHLY ARCHIVE, RUNS BOTH
      * PROOFS, AND ONLY THEN REMOVES THE DAILY FILES.
      **************************************************************************
       1000-CONSOLIDATE.
           PERFORM 0500-CHECK-MONTH THRU 0500-CHECK-MONTH-EXIT.
           IF WS-FINAL-RC NOT EQUAL 0
               GO TO 1000-CONSOLIDATE-EXIT
           END-IF.

           PERFORM 0400-RUN-CONTROL-START
              THRU 0400-RUN-CONTROL-START-EXIT.
           IF RC-ALREADY-COMPLETE AND NO-FORCE
               DISPLAY "JSON-ARCHIVE-MONTH already completed clean for "
                   WS-ARCH-MONTH " - rerun refused! Add FORCE to"
                   " override." UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 1000-CONSOLIDATE-EXIT
           END-IF.

           OPEN INPUT HISTORY-MASTER.
           IF NOT HIST-FILE-OK
               DISPLAY "Could not open AUDIT-HISTORY! Status: "
                   WS-HIST-FILE-STATUS " - nothing to prove the"
                   " archive against; consolidation refused!"
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               GO TO 1000-CONSOLIDATE-EXIT
           END-IF.

           OPEN OUTPUT MONTH-ARCHIVE.
           IF NOT MONTH-FILE-OK
               DISPLAY "Could not create "
                   FUNCTION TRIM(WS-MONTH-FILE-NAME) "! Status: "
                   WS-MONTH-FILE-STATUS UPON STDERR
               CLOSE HISTORY-MASTER
               MOVE 8 TO WS-FINAL-RC
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               GO TO 1000-CONSOLIDATE-EXIT
           END-IF.

           MOVE WS-ARCH-MONTH TO WS-T-MONTH.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               PERFORM 1100-COPY-DAILY THRU 1100-COPY-DAILY-EXIT
           END-PERFORM.
           MOVE WS-ARCH-DAILIES TO WS-T-DAILY-COUNT.
           MOVE WS-ARCH-WRITTEN TO WS-T-RECORD-COUNT.
           WRITE MONTH-RECORD FROM WS-TRAILER.
           IF NOT MONTH-FILE-OK
               SET PROOF-FAILED TO TRUE
           END-IF.
           CLOSE MONTH-ARCHIVE.

           DISPLAY "Month:               " WS-ARCH-MONTH UPON STDOUT.
           DISPLAY "Monthly archive:     "
               FUNCTION TRIM(WS-MONTH-FILE-NAME) UPON STDOUT.
           DISPLAY "Daily files found:   " WS-ARCH-DAILIES UPON STDOUT.
           DISPLAY "Records copied:      " WS-ARCH-WRITTEN UPON STDOUT.

           IF WS-ARCH-DAILIES EQUAL 0
               DISPLAY "No daily archive found for " WS-ARCH-MONTH
                   " - nothing to consolidate." UPON STDERR
               CLOSE HISTORY-MASTER
               PERFORM 1600-REMOVE-MONTHLY
                  THRU 1600-REMOVE-MONTHLY-EXIT
               MOVE 4 TO WS-FINAL-RC
               MOVE 'C' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               GO TO 1000-CONSOLIDATE-EXIT
           END-IF.

           IF PROOF-PASSED
               PERFORM 1200-PROVE-READBACK
                  THRU 1200-PROVE-READBACK-EXIT
           END-IF.
           IF PROOF-PASSED
               PERFORM 1300-PROVE-HISTORY
                  THRU 1300-PROVE-HISTORY-EXIT
           END-IF.
           CLOSE HISTORY-MASTER.

           IF PROOF-FAILED
               DISPLAY "Proof FAILED - "
                   FUNCTION TRIM(WS-MONTH-FILE-NAME)
                   " removed, every daily file kept!" UPON STDERR
               PERFORM 1600-REMOVE-MONTHLY
                  THRU 1600-REMOVE-MONTHLY-EXIT
               MOVE 8 TO WS-FINAL-RC
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               GO TO 1000-CONSOLIDATE-EXIT
           END-IF.

           DISPLAY "Proof:               PASSED - archive, dailies and"
               " AUDIT-HISTORY agree" UPON STDOUT.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               IF WS-DAILY-PRESENT(WS-DAY) EQUAL 'Y'
                   PERFORM 1500-DELETE-DAILY
                      THRU 1500-DELETE-DAILY-EXIT
               END-IF
           END-PERFORM.
           DISPLAY "Daily files removed: " WS-ARCH-DELETED UPON STDOUT.
           IF WS-ARCH-DELETE-FAILED > 0
               DISPLAY WS-ARCH-DELETE-FAILED " daily file(s) could not"
                   " be removed - remove them by hand; the monthly"
                   " archive already holds their records." UPON STDERR
               MOVE 4 TO WS-FINAL-RC
           END-IF.

           MOVE 'C' TO WS-RC-COMPLETION-FLAG.
           MOVE WS-ARCH-WRITTEN TO WS-RC-RECORD-COUNT.
           PERFORM 0450-RUN-CONTROL-END
              THRU 0450-RUN-CONTROL-END-EXIT.

       1000-CONSOLIDATE-EXIT. EXIT.

      **************************************************************************
      * 1100-COPY-DAILY
      **************************************************************************
      * APPENDS ONE DAY'S ARCHIVE, IF THERE IS ONE, TO THE MONTHLY
      * ARCHIVE, TALLYING EACH RECORD INTO THE TRAILER AND - WHEN IT
      * IS STAMPED IN THE MONTH - INTO THE HISTORY PROOF. A RECORD
      * STAMPED IN THE MONTH BEFORE (ROLLED PAST MIDNIGHT INTO THE
      * FIRST DAILY) IS KEPT WITH ITS FILE BUT PROVED WITH ITS OWN
      * MONTH.
      **************************************************************************
       1100-COPY-DAILY.
           MOVE 'N' TO WS-DAILY-PRESENT(WS-DAY).
           MOVE 0 TO WS-DAILY-RECORDS(WS-DAY).
           MOVE WS-DAY TO WS-DAY-DISP.
           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-ARCH-MONTH
               WS-DAY-DISP) TO WS-DAILY-FILE-NAME.
           OPEN INPUT DAILY-ARCHIVE.
           IF DAILY-FILE-NOT-FOUND
               GO TO 1100-COPY-DAILY-EXIT
           END-IF.
           IF NOT DAILY-FILE-OK
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-DAILY-FILE-NAME) "! Status: "
                   WS-DAILY-FILE-STATUS UPON STDERR
               SET PROOF-FAILED TO TRUE
               GO TO 1100-COPY-DAILY-EXIT
           END-IF.

           MOVE 'Y' TO WS-DAILY-PRESENT(WS-DAY).
           ADD 1 TO WS-ARCH-DAILIES.
           SET NOT-EOF TO TRUE.
           READ DAILY-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               WRITE MONTH-RECORD FROM DAILY-RECORD
               IF NOT MONTH-FILE-OK
                   DISPLAY "Write to "
                       FUNCTION TRIM(WS-MONTH-FILE-NAME)
                       " failed! Status: " WS-MONTH-FILE-STATUS
                       UPON STDERR
                   SET PROOF-FAILED TO TRUE
                   SET END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-ARCH-WRITTEN
                   ADD 1 TO WS-DAILY-RECORDS(WS-DAY)
                   MOVE DAILY-STATUS-CODE TO WS-TALLY-CODE
                   PERFORM 1700-TALLY-TRAILER
                      THRU 1700-TALLY-TRAILER-EXIT
                   IF DAILY-TIMESTAMP(1:6) EQUAL WS-ARCH-MONTH
                       ADD 1 TO WS-ARCH-IN-MONTH
                       SET PROOF-FROM-FILES TO TRUE
                       MOVE 1 TO WS-PROOF-ADD
                       PERFORM 1750-TALLY-PROOF
                          THRU 1750-TALLY-PROOF-EXIT
                   ELSE
                       ADD 1 TO WS-ARCH-CARRIED-IN
                   END-IF
                   READ DAILY-ARCHIVE AT END SET END-OF-FILE
                       TO TRUE END-READ
               END-IF
           END-PERFORM.
           CLOSE DAILY-ARCHIVE.

       1100-COPY-DAILY-EXIT. EXIT.

      **************************************************************************
      * 1200-PROVE-READBACK
      **************************************************************************
      * READS THE MONTHLY ARCHIVE BACK, RECOUNTING ITS RECORDS AND
      * STATUS TOTALS, AND REQUIRES THE RECOUNT, THE TRAILER ON THE
      * FILE AND THE TOTALS TAKEN FROM THE DAILIES ALL TO AGREE - AND
      * THE TRAILER TO BE THE LAST RECORD.
      **************************************************************************
       1200-PROVE-READBACK.
           OPEN INPUT MONTH-ARCHIVE.
           IF NOT MONTH-FILE-OK
               DISPLAY "Could not reopen "
                   FUNCTION TRIM(WS-MONTH-FILE-NAME) "! Status: "
                   WS-MONTH-FILE-STATUS UPON STDERR
               SET PROOF-FAILED TO TRUE
               GO TO 1200-PROVE-READBACK-EXIT
           END-IF.

           SET TRAILER-NOT-SEEN TO TRUE.
           SET NOT-EOF TO TRUE.
           READ MONTH-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               IF TRAILER-SEEN
                   DISPLAY "Records follow the trailer in "
                       FUNCTION TRIM(WS-MONTH-FILE-NAME) "!"
                       UPON STDERR
                   SET PROOF-FAILED TO TRUE
               END-IF
               IF MONTH-TIMESTAMP(1:8) EQUAL "*TRAILER"
                   MOVE MONTH-RECORD TO WS-READ-TRAILER
                   SET TRAILER-SEEN TO TRUE
               ELSE
                   ADD 1 TO WS-ARCH-READBACK
                   MOVE MONTH-STATUS-CODE TO WS-TALLY-CODE
                   PERFORM 1710-TALLY-READBACK
                      THRU 1710-TALLY-READBACK-EXIT
               END-IF
               READ MONTH-ARCHIVE AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE MONTH-ARCHIVE.

           MOVE WS-ARCH-MONTH     TO WS-RB-MONTH.
           MOVE WS-ARCH-DAILIES   TO WS-RB-DAILY-COUNT.
           MOVE WS-ARCH-READBACK  TO WS-RB-RECORD-COUNT.
           DISPLAY "Records read back:   " WS-ARCH-READBACK
               UPON STDOUT.
           IF TRAILER-NOT-SEEN
               DISPLAY "No trailer on "
                   FUNCTION TRIM(WS-MONTH-FILE-NAME) "!" UPON STDERR
               SET PROOF-FAILED TO TRUE
               GO TO 1200-PROVE-READBACK-EXIT
           END-IF.
           IF WS-RB-TRAILER NOT EQUAL WS-TRAILER
                   OR WS-READ-TRAILER NOT EQUAL WS-TRAILER
               DISPLAY "Read-back totals do not match the daily files:"
                   UPON STDERR
               DISPLAY "  dailies   records=" WS-T-RECORD-COUNT
                   " other=" WS-T-OTHER-COUNT UPON STDERR
               DISPLAY "  read back records=" WS-RB-RECORD-COUNT
                   " other=" WS-RB-OTHER-COUNT UPON STDERR
               DISPLAY "  trailer   records=" WS-READ-RECORD-COUNT
                   " other=" WS-READ-OTHER-COUNT UPON STDERR
               SET PROOF-FAILED TO TRUE
           END-IF.

       1200-PROVE-READBACK-EXIT. EXIT.

      **************************************************************************
      * 1300-PROVE-HISTORY
      **************************************************************************
      * COMPLETES THE FILE SIDE OF THE HISTORY PROOF WITH THE
      * MONTH'S RECORDS HELD OUTSIDE ITS OWN DAILIES, TOTALS THE
      * AUDIT-HISTORY ROWS FOR THE MONTH'S DAYS, AND COMPARES THE
      * TWO STATUS BY STATUS.
      **************************************************************************
       1300-PROVE-HISTORY.
           SET PROOF-FROM-FILES TO TRUE.

      *    A ROLLOVER RUN PAST MIDNIGHT PUTS THE MONTH'S LAST MINUTES
      *    IN THE NEXT MONTH'S FIRST DAILY - OR, ONCE THAT MONTH IS
      *    CONSOLIDATED TOO, IN ITS MONTHLY ARCHIVE.
           MOVE WS-ARCH-MONTH TO WS-MONTH-WORK.
           IF WS-MONTH-MM EQUAL 12
               MOVE 1 TO WS-MONTH-MM
               ADD 1 TO WS-MONTH-YYYY
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-WORK TO WS-NEXT-MONTH.
           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-NEXT-MONTH "01")
               TO WS-DAILY-FILE-NAME.
           PERFORM 1350-COUNT-IN-MONTH THRU 1350-COUNT-IN-MONTH-EXIT.
           IF DAILY-FILE-NOT-FOUND
               MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-NEXT-MONTH)
                   TO WS-DAILY-FILE-NAME
               PERFORM 1350-COUNT-IN-MONTH
                  THRU 1350-COUNT-IN-MONTH-EXIT
           END-IF.
           MOVE WS-SOURCE-HITS TO WS-ARCH-CARRIED-OUT.

      *    LATE ARRIVALS ARE POSTED TO HISTORY BUT NEVER ARCHIVED.
           MOVE "LATE-ARRIVALS" TO WS-DAILY-FILE-NAME.
           PERFORM 1350-COUNT-IN-MONTH THRU 1350-COUNT-IN-MONTH-EXIT.
           MOVE WS-SOURCE-HITS TO WS-ARCH-LATE.

           SET PROOF-FROM-HISTORY TO TRUE.
           SET HIST-SCAN-MORE TO TRUE.
           MOVE FUNCTION CONCATENATE(WS-ARCH-MONTH "01") TO HIST-DATE.
           MOVE LOW-VALUES TO HIST-OP.
           MOVE 0 TO HIST-STATUS-CODE.
           START HISTORY-MASTER KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL HIST-SCAN-DONE
               READ HISTORY-MASTER NEXT RECORD
                   AT END SET HIST-SCAN-DONE TO TRUE
               END-READ
               IF HIST-SCAN-MORE
                   IF HIST-DATE(1:6) NOT EQUAL WS-ARCH-MONTH
                       SET HIST-SCAN-DONE TO TRUE
                   ELSE
                       ADD HIST-COUNT TO WS-ARCH-HISTORY
                       MOVE HIST-STATUS-CODE TO WS-TALLY-CODE
                       MOVE HIST-COUNT TO WS-PROOF-ADD
                       PERFORM 1750-TALLY-PROOF
                          THRU 1750-TALLY-PROOF-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "Stamped in month:    " WS-ARCH-IN-MONTH
               " in its dailies, " WS-ARCH-CARRIED-OUT
               " in the next month's, " WS-ARCH-LATE " late"
               UPON STDOUT.
           DISPLAY "Carried from prior:  " WS-ARCH-CARRIED-IN
               UPON STDOUT.
           DISPLAY "AUDIT-HISTORY total: " WS-ARCH-HISTORY UPON STDOUT.
           PERFORM VARYING WS-PROOF-IDX FROM 1 BY 1
                   UNTIL WS-PROOF-IDX > WS-PROOF-ENTRY-COUNT
               IF WS-PROOF-EXPECTED(WS-PROOF-IDX)
                       EQUAL WS-PROOF-HISTORY(WS-PROOF-IDX)
                   DISPLAY "  status " WS-PROOF-CODE(WS-PROOF-IDX)
                       " files=" WS-PROOF-EXPECTED(WS-PROOF-IDX)
                       " history=" WS-PROOF-HISTORY(WS-PROOF-IDX)
                       " ok" UPON STDOUT
               ELSE
                   DISPLAY "  status " WS-PROOF-CODE(WS-PROOF-IDX)
                       " files=" WS-PROOF-EXPECTED(WS-PROOF-IDX)
                       " history=" WS-PROOF-HISTORY(WS-PROOF-IDX)
                       " MISMATCH" UPON STDOUT
                   SET PROOF-FAILED TO TRUE
               END-IF
           END-PERFORM.

       1300-PROVE-HISTORY-EXIT. EXIT.

      **************************************************************************
      * 1350-COUNT-IN-MONTH
      **************************************************************************
      * READS THE FILE NAMED IN WS-DAILY-FILE-NAME, IF IT EXISTS, AND
      * COUNTS ITS RECORDS STAMPED IN THE MONTH INTO THE FILE SIDE OF
      * THE HISTORY PROOF, LEAVING THE COUNT IN WS-SOURCE-HITS. A
      * MONTHLY TRAILER NEVER CARRIES A DATE, SO IT IS NEVER COUNTED.
      **************************************************************************
       1350-COUNT-IN-MONTH.
           MOVE 0 TO WS-SOURCE-HITS.
           OPEN INPUT DAILY-ARCHIVE.
           IF NOT DAILY-FILE-OK
               GO TO 1350-COUNT-IN-MONTH-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ DAILY-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               IF DAILY-TIMESTAMP(1:6) EQUAL WS-ARCH-MONTH
                   ADD 1 TO WS-SOURCE-HITS
                   MOVE DAILY-STATUS-CODE TO WS-TALLY-CODE
                   MOVE 1 TO WS-PROOF-ADD
                   PERFORM 1750-TALLY-PROOF
                      THRU 1750-TALLY-PROOF-EXIT
               END-IF
               READ DAILY-ARCHIVE AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE DAILY-ARCHIVE.

       1350-COUNT-IN-MONTH-EXIT. EXIT.

      **************************************************************************
      * 1500-DELETE-DAILY
      **************************************************************************
      * REMOVES ONE DAILY FILE NOW HELD IN THE PROVEN MONTHLY
      * ARCHIVE.
      **************************************************************************
       1500-DELETE-DAILY.
           MOVE WS-DAY TO WS-DAY-DISP.
           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-ARCH-MONTH
               WS-DAY-DISP) TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.
           IF RETURN-CODE EQUAL 0
               ADD 1 TO WS-ARCH-DELETED
           ELSE
               ADD 1 TO WS-ARCH-DELETE-FAILED
               DISPLAY "Could not remove "
                   FUNCTION TRIM(WS-DELETE-NAME) UPON STDERR
           END-IF.
           MOVE 0 TO RETURN-CODE.

       1500-DELETE-DAILY-EXIT. EXIT.

      **************************************************************************
      * 1600-REMOVE-MONTHLY
      **************************************************************************
      * TAKES AWAY A MONTHLY ARCHIVE THAT IS EMPTY OR DID NOT PROVE,
      * SO THE READERS CARRY ON WITH THE DAILY FILES AND THE RUN CAN
      * BE MADE AGAIN ONCE THE DIFFERENCE IS FOUND.
      **************************************************************************
       1600-REMOVE-MONTHLY.
           MOVE WS-MONTH-FILE-NAME TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY "Could not remove "
                   FUNCTION TRIM(WS-DELETE-NAME)
                   " - remove it by hand before the readers find it!"
                   UPON STDERR
           END-IF.
           MOVE 0 TO RETURN-CODE.

       1600-REMOVE-MONTHLY-EXIT. EXIT.

      **************************************************************************
      * 1700-TALLY-TRAILER
      **************************************************************************
      * COUNTS ONE RECORD OF STATUS WS-TALLY-CODE INTO THE TRAILER
      * BUILT FROM THE DAILIES.
      **************************************************************************
       1700-TALLY-TRAILER.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 8
               IF WS-T-STATUS-COUNT(WS-STAT-IDX) EQUAL 0
                   MOVE WS-TALLY-CODE TO WS-T-STATUS-CODE(WS-STAT-IDX)
               END-IF
               IF WS-T-STATUS-CODE(WS-STAT-IDX) EQUAL WS-TALLY-CODE
                   ADD 1 TO WS-T-STATUS-COUNT(WS-STAT-IDX)
                   GO TO 1700-TALLY-TRAILER-EXIT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-T-OTHER-COUNT.

       1700-TALLY-TRAILER-EXIT. EXIT.

      **************************************************************************
      * 1710-TALLY-READBACK
      **************************************************************************
      * THE SAME COUNT INTO THE TOTALS RECOUNTED ON READ-BACK. THE
      * RECORDS COME BACK IN THE ORDER THEY WERE WRITTEN, SO THE
      * CODES FILL THE ENTRIES IN THE SAME ORDER.
      **************************************************************************
       1710-TALLY-READBACK.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 8
               IF WS-RB-STATUS-COUNT(WS-STAT-IDX) EQUAL 0
                   MOVE WS-TALLY-CODE TO WS-RB-STATUS-CODE(WS-STAT-IDX)
               END-IF
               IF WS-RB-STATUS-CODE(WS-STAT-IDX) EQUAL WS-TALLY-CODE
                   ADD 1 TO WS-RB-STATUS-COUNT(WS-STAT-IDX)
                   GO TO 1710-TALLY-READBACK-EXIT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-RB-OTHER-COUNT.

       1710-TALLY-READBACK-EXIT. EXIT.

      **************************************************************************
      * 1750-TALLY-PROOF
      **************************************************************************
      * ADDS WS-PROOF-ADD FOR STATUS WS-TALLY-CODE TO THE FILE OR THE
      * HISTORY SIDE OF THE PROOF TABLE, ADDING THE CODE THE FIRST
      * TIME IT APPEARS. A TWENTY-FIRST CODE FAILS THE PROOF.
      **************************************************************************
       1750-TALLY-PROOF.
           PERFORM VARYING WS-PROOF-IDX FROM 1 BY 1
                   UNTIL WS-PROOF-IDX > WS-PROOF-ENTRY-COUNT
                   OR WS-PROOF-CODE(WS-PROOF-IDX) EQUAL WS-TALLY-CODE
               CONTINUE
           END-PERFORM.
           IF WS-PROOF-IDX > WS-PROOF-ENTRY-COUNT
               IF WS-PROOF-ENTRY-COUNT NOT < 20
                   DISPLAY "More than 20 status codes in the month -"
                       " status " WS-TALLY-CODE " cannot be proved!"
                       UPON STDERR
                   SET PROOF-FAILED TO TRUE
                   GO TO 1750-TALLY-PROOF-EXIT
               END-IF
               ADD 1 TO WS-PROOF-ENTRY-COUNT
               MOVE WS-PROOF-ENTRY-COUNT TO WS-PROOF-IDX
               MOVE WS-TALLY-CODE TO WS-PROOF-CODE(WS-PROOF-IDX)
               MOVE 0 TO WS-PROOF-EXPECTED(WS-PROOF-IDX)
               MOVE 0 TO WS-PROOF-HISTORY(WS-PROOF-IDX)
           END-IF.
           IF PROOF-FROM-FILES
               ADD WS-PROOF-ADD TO WS-PROOF-EXPECTED(WS-PROOF-IDX)
           ELSE
               ADD WS-PROOF-ADD TO WS-PROOF-HISTORY(WS-PROOF-IDX)
           END-IF.

       1750-TALLY-PROOF-EXIT. EXIT.

      **************************************************************************
      * 2000-DISPOSAL-REPORT
      **************************************************************************
      * LISTS EVERY MONTHLY ARCHIVE OLDER THAN THE RETENTION PERIOD,
      * LOOKING BACK TEN YEARS FROM THE FIRST MONTH STILL KEPT.
      **************************************************************************
       2000-DISPOSAL-REPORT.
           MOVE WS-TODAY-TIMESTAMP(1:6) TO WS-MONTH-WORK.
           COMPUTE WS-MONTH-NUMBER = WS-MONTH-YYYY * 12
               + WS-MONTH-MM - 1 - WS-RETENTION-MONTHS.
           PERFORM 2200-MONTH-FROM-NUMBER
              THRU 2200-MONTH-FROM-NUMBER-EXIT.
           MOVE WS-MONTH-WORK TO WS-KEEP-FROM.

           DISPLAY " " UPON STDOUT.
           DISPLAY "DISPOSAL REPORT - monthly audit archives past"
               " retention" UPON STDOUT.
           DISPLAY "Retention: " WS-RETENTION-MONTHS " months - "
               WS-KEEP-FROM " and later are kept" UPON STDOUT.

           PERFORM VARYING WS-PROBE-TRIES FROM 1 BY 1
                   UNTIL WS-PROBE-TRIES > 120
               SUBTRACT 1 FROM WS-MONTH-NUMBER
               PERFORM 2200-MONTH-FROM-NUMBER
                  THRU 2200-MONTH-FROM-NUMBER-EXIT
               PERFORM 2100-CHECK-DISPOSAL
                  THRU 2100-CHECK-DISPOSAL-EXIT
           END-PERFORM.

           DISPLAY "Archives for disposal: " WS-DISPOSAL-COUNT
               "  records: " WS-DISPOSAL-RECORDS UPON STDOUT.

       2000-DISPOSAL-REPORT-EXIT. EXIT.

      **************************************************************************
      * 2100-CHECK-DISPOSAL
      **************************************************************************
      * LISTS THE MONTHLY ARCHIVE FOR THE MONTH IN WS-MONTH-WORK IF
      * THERE IS ONE, WITH ITS RECORD COUNT AND WHETHER THAT STILL
      * AGREES WITH ITS TRAILER - SO RECORDS MANAGEMENT KNOWS THE
      * FILE IT IS DISPOSING OF IS THE WHOLE MONTH.
      **************************************************************************
       2100-CHECK-DISPOSAL.
           MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-MONTH-WORK)
               TO WS-MONTH-FILE-NAME.
           OPEN INPUT MONTH-ARCHIVE.
           IF NOT MONTH-FILE-OK
               GO TO 2100-CHECK-DISPOSAL-EXIT
           END-IF.

           MOVE 0 TO WS-ARCH-READBACK.
           SET TRAILER-NOT-SEEN TO TRUE.
           SET NOT-EOF TO TRUE.
           READ MONTH-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               IF MONTH-TIMESTAMP(1:8) EQUAL "*TRAILER"
                   MOVE MONTH-RECORD TO WS-READ-TRAILER
                   SET TRAILER-SEEN TO TRUE
               ELSE
                   ADD 1 TO WS-ARCH-READBACK
               END-IF
               READ MONTH-ARCHIVE AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE MONTH-ARCHIVE.

           EVALUATE TRUE
               WHEN TRAILER-NOT-SEEN
                   MOVE "NO TRAILER" TO WS-DISPOSAL-CHECK
               WHEN WS-READ-RECORD-COUNT NOT EQUAL WS-ARCH-READBACK
                   MOVE "MISMATCH"   TO WS-DISPOSAL-CHECK
               WHEN OTHER
                   MOVE "AGREES"     TO WS-DISPOSAL-CHECK
           END-EVALUATE.
           ADD 1 TO WS-DISPOSAL-COUNT.
           ADD WS-ARCH-READBACK TO WS-DISPOSAL-RECORDS.
           DISPLAY "  " FUNCTION TRIM(WS-MONTH-FILE-NAME)
               "  records=" WS-ARCH-READBACK
               "  trailer " WS-DISPOSAL-CHECK UPON STDOUT.

       2100-CHECK-DISPOSAL-EXIT. EXIT.

      **************************************************************************
      * 2200-MONTH-FROM-NUMBER
      **************************************************************************
      * TURNS WS-MONTH-NUMBER BACK INTO A YYYYMM IN WS-MONTH-WORK.
      **************************************************************************
       2200-MONTH-FROM-NUMBER.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MONTH-YYYY
               REMAINDER WS-MONTH-MM.
           ADD 1 TO WS-MONTH-MM.

       2200-MONTH-FROM-NUMBER-EXIT. EXIT.

       END PROGRAM JSON-ARCHIVE-MONTH.
