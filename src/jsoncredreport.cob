       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-CRED-REPORT.

      **************************************************************************
      * WEEKLY API CREDENTIAL REPORT, IN TWO SECTIONS:
      *   1 - EVERY ACTIVE KEY ON CLIENT-CREDENTIALS DUE TO EXPIRE
      *       WITHIN THE WARNING WINDOW (FROM THE OPTIONAL CRED-PARMS
      *       FILE SHARED WITH JSON-CRED-MAINT, DEFAULT 30 DAYS) OF
      *       THE REPORT DATE, WITH THE DAYS IT HAS LEFT AND WHETHER
      *       THE CLIENT ALREADY HOLDS A KEY THAT OUTLIVES IT. A KEY
      *       WITH NO SUCCESSOR NEEDS A ROTATION BEFORE IT RUNS OUT,
      *       OR THE CLIENT'S REQUESTS START FAILING AUTHENTICATION.
      *   2 - FAILED AUTHENTICATIONS (STATUS 401) BY CLIENT OVER THE
      *       SEVEN DAYS BEFORE THE REPORT DATE, FROM THE AUDIT-ARCH
      *       DAILIES, OR FROM THE AUDIT-MONTH ARCHIVE FOR A DAY
      *       WHOSE DAILY HAS BEEN CONSOLIDATED. A CLIENT FAILING
      *       EVERY DAY IS USUALLY AN INTEGRATION STILL ON A REVOKED
      *       OR EXPIRED KEY; A BURST AGAINST ONE CLIENT MAY BE
      *       SOMEONE GUESSING.
      * THE REPORT DATE IS TODAY, OR THE YYYYMMDD GIVEN ON THE
      * COMMAND LINE. THE RUN IS RECORDED IN RUN-CONTROL AGAINST IT,
      * AND A DATE ALREADY REPORTED CLEAN IS REFUSED UNLESS FORCE IS
      * GIVEN. RETURN CODE 4 WHEN A KEY IS EXPIRING WITH NO SUCCESSOR
      * OR A DAY OF THE WEEK HAD NO ARCHIVE TO READ; 8, WITH THE RUN
      * RECORDED FAILED, WHEN THE CREDENTIALS FILE EXISTS BUT CANNOT
      * BE READ, OR WHEN THE DATE GIVEN IS NOT A CALENDAR DATE.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-CREDENTIALS ASSIGN TO "CLIENT-CREDENTIALS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CRED-KEY
               FILE STATUS IS WS-CRED-FILE-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CRED-PARMS ASSIGN TO "CRED-PARMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-CREDENTIALS.
       COPY "credrec.cpy"
           REPLACING PREFIX-RECORD          BY CRED-RECORD
                     PREFIX-KEY-SEQ         BY CRED-KEY-SEQ
                     PREFIX-KEY-HASH        BY CRED-KEY-HASH
                     PREFIX-KEY             BY CRED-KEY
                     PREFIX-CLIENT-ID       BY CRED-CLIENT-ID
                     PREFIX-STATUS-FLAG     BY CRED-STATUS-FLAG
                     PREFIX-ISSUE-DATE      BY CRED-ISSUE-DATE
                     PREFIX-EXPIRY-DATE     BY CRED-EXPIRY-DATE
                     PREFIX-ISSUED-BY       BY CRED-ISSUED-BY
                     PREFIX-REVOKED-DATE    BY CRED-REVOKED-DATE
                     PREFIX-REVOKED-BY      BY CRED-REVOKED-BY
                     PREFIX-REPLACED-BY-SEQ BY CRED-REPLACED-BY-SEQ.

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

      **************************************************************************
      * OPTIONAL SINGLE-RECORD PARAMETER FILE, SHARED WITH
      * JSON-CRED-MAINT AND JSON-PROCESS - ONLY THE EXPIRY WARNING
      * WINDOW IS USED HERE.
      **************************************************************************
       FD  CRED-PARMS.
       01  CRED-PARM-RECORD.
           05  CRED-PARM-VALID-DAYS             PIC X(4).
           05  FILLER                           PIC X.
           05  CRED-PARM-OVERLAP-DAYS           PIC X(3).
           05  FILLER                           PIC X.
           05  CRED-PARM-WARN-DAYS              PIC X(3).
           05  FILLER                           PIC X.
           05  CRED-PARM-ENFORCE-FLAG           PIC X.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-CRED-FILE-STATUS                  PIC XX VALUE SPACES.
           88 CRED-FILE-OK                            VALUE '00'.
           88 CRED-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-ARCHIVE-FILE-STATUS               PIC XX VALUE SPACES.
           88 ARCHIVE-FILE-OK                         VALUE '00'.
           88 ARCHIVE-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-PARM-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PARM-FILE-OK                            VALUE '00'.
       01  WS-ARCHIVE-FILE-NAME                 PIC X(30) VALUE SPACES.
       01  WS-READING-SW                        PIC X VALUE 'D'.
           88 READING-DAILY                           VALUE 'D'.
           88 READING-MONTHLY                         VALUE 'M'.

      **************************************************************************
      * THE REPORT DATE AND THE WINDOWS WORKED OUT FROM IT.
      **************************************************************************
       01  WS-RUN-DATE                          PIC X(8) VALUE SPACES.
       01  WS-WARN-DAYS                         PIC 9(3) VALUE 30.
       01  WS-WARN-END                          PIC X(8).
       01  WS-WINDOW-FROM                       PIC X(8).
       01  WS-WINDOW-TO                         PIC X(8).
       01  WS-REPORT-DAY                        PIC X(8).
       01  WS-DATE-WORK                         PIC 9(8).
       01  WS-RUN-DAY-NUM                       PIC 9(7).
       01  WS-DAY-NUM                           PIC 9(7).
       01  WS-DAY-BACK                          PIC 9 USAGE COMP.

      **************************************************************************
      * SECTION 1 - THE CLIENT WHOSE KEYS ARE IN HAND, THE LATEST
      * EXPIRY AMONG ITS LIVE KEYS, AND ITS KEYS INSIDE THE WARNING
      * WINDOW, HELD UNTIL THE CLIENT'S LAST KEY HAS BEEN READ.
      **************************************************************************
       01  WS-PREV-CLIENT                       PIC X(16) VALUE SPACES.
       01  WS-LATEST-EXPIRY                     PIC X(8) VALUE SPACES.
       01  WS-PENDING-COUNT                     PIC 9(3) VALUE 0.
       01  WS-PENDING-IDX                       PIC 9(3) USAGE COMP.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY                 OCCURS 100 TIMES.
               10  WS-PENDING-SEQ               PIC 9(3).
               10  WS-PENDING-ISSUE             PIC X(8).
               10  WS-PENDING-EXPIRY            PIC X(8).
               10  WS-PENDING-REPLACED-BY       PIC 9(3).
       01  WS-DAYS-LEFT                         PIC 9(3).
       01  WS-SUCCESSOR                         PIC X(20).

      **************************************************************************
      * SECTION 2 - 401 COUNTS BY CLIENT, KEPT IN clientId ORDER. A
      * CLIENT BEYOND THE TABLE STILL COUNTS IN THE TOTAL AND IS
      * REPORTED AS OVERFLOW.
      **************************************************************************
       01  WS-FAIL-CLIENT                       PIC X(16).
       01  WS-CLIENT-COUNT                      PIC 9(3) VALUE 0.
       01  WS-CLIENT-IDX                        PIC 9(3) USAGE COMP.
       01  WS-SHIFT-IDX                         PIC 9(3) USAGE COMP.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-ENTRY                  OCCURS 500 TIMES.
               10  WS-CLIENT-KEY                PIC X(16).
               10  WS-CLIENT-FAILURES           PIC 9(7).
               10  WS-CLIENT-FAIL-DAYS          PIC 9.
               10  WS-CLIENT-LAST-DAY           PIC X(8).
               10  WS-CLIENT-FIRST-DAY          PIC X(8).

      **************************************************************************
      * RUNNING COUNTS FOR THE REPORT, AND THE RETURN CODE.
      **************************************************************************
       01  WS-REPORT-COUNTERS.
           05  WS-KEYS-READ                     PIC 9(7) VALUE 0.
           05  WS-KEYS-LIVE                     PIC 9(7) VALUE 0.
           05  WS-KEYS-EXPIRING                 PIC 9(7) VALUE 0.
           05  WS-KEYS-NO-SUCCESSOR             PIC 9(7) VALUE 0.
           05  WS-PENDING-OVERFLOW              PIC 9(7) VALUE 0.
           05  WS-ARCHIVES-READ                 PIC 9 VALUE 0.
           05  WS-DAYS-MISSING                  PIC 9 VALUE 0.
           05  WS-AUDIT-READ                    PIC 9(9) VALUE 0.
           05  WS-AUTH-FAILURES                 PIC 9(7) VALUE 0.
           05  WS-CLIENT-OVERFLOW               PIC 9(7) VALUE 0.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.

      **************************************************************************
      * RUN-CONTROL BOOKKEEPING - THE START/END RECORD EVERY SCHEDULED
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
      * WORKS OUT THE REPORT DATE, RECORDS THE RUN, THEN PRODUCES THE
      * EXPIRING-KEYS AND FAILED-AUTHENTICATION SECTIONS.
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
           IF WS-RUN-DATE EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
               MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "Usage: JSON-CRED-REPORT [YYYYMMDD] [FORCE]"
                   UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           IF WS-RUN-DAY-NUM NOT EQUAL 0
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUM)
           END-IF.
           IF WS-RUN-DAY-NUM EQUAL 0
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
               DISPLAY "JSON-CRED-REPORT already completed clean for "
                   WS-RC-RUN-DATE " - rerun refused! Add FORCE to"
                   " override." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0500-LOAD-PARMS THRU 0500-LOAD-PARMS-EXIT.

           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           COMPUTE WS-DAY-NUM = WS-RUN-DAY-NUM + WS-WARN-DAYS.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-WORK TO WS-WARN-END.
           COMPUTE WS-DAY-NUM = WS-RUN-DAY-NUM - 7.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-WORK TO WS-WINDOW-FROM.
           COMPUTE WS-DAY-NUM = WS-RUN-DAY-NUM - 1.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-WORK TO WS-WINDOW-TO.

           DISPLAY "JSON-CRED-REPORT WEEKLY API CREDENTIAL REPORT"
               UPON STDOUT.
           DISPLAY "Report date: " WS-RUN-DATE UPON STDOUT.

           PERFORM 1100-EXPIRING-KEYS THRU 1100-EXPIRING-KEYS-EXIT.
           PERFORM 2000-FAILED-AUTH THRU 2000-FAILED-AUTH-EXIT.

           IF (WS-KEYS-NO-SUCCESSOR > 0 OR WS-DAYS-MISSING > 0)
                   AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           IF WS-FINAL-RC EQUAL 8
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
           ELSE
               MOVE 'C' TO WS-RC-COMPLETION-FLAG
           END-IF.
           COMPUTE WS-RC-RECORD-COUNT =
               WS-KEYS-EXPIRING + WS-AUTH-FAILURES.
           PERFORM 0450-RUN-CONTROL-END
              THRU 0450-RUN-CONTROL-END-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0400-RUN-CONTROL-START
      **************************************************************************
      * RECORDS THE RUN'S START AGAINST THE REPORT DATE.
      **************************************************************************
       0400-RUN-CONTROL-START.
           SET RC-ACTION-START TO TRUE.
           MOVE "JSON-CRED-REPORT" TO WS-RC-JOB-NAME.
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
      * PICKS UP THE EXPIRY WARNING WINDOW FROM THE OPTIONAL
      * CRED-PARMS FILE. A MISSING FILE OR A BLANK OR NON-NUMERIC
      * VALUE KEEPS THE DEFAULT.
      **************************************************************************
       0500-LOAD-PARMS.
           OPEN INPUT CRED-PARMS.
           IF NOT PARM-FILE-OK
               GO TO 0500-LOAD-PARMS-EXIT
           END-IF.
           READ CRED-PARMS
               AT END
                   MOVE SPACES TO CRED-PARM-RECORD
           END-READ.
           CLOSE CRED-PARMS.

           IF CRED-PARM-WARN-DAYS NOT EQUAL SPACES
               IF FUNCTION TRIM(CRED-PARM-WARN-DAYS) IS NUMERIC
                       AND FUNCTION NUMVAL(CRED-PARM-WARN-DAYS) > 0
                   MOVE FUNCTION NUMVAL(CRED-PARM-WARN-DAYS)
                       TO WS-WARN-DAYS
               ELSE
                   DISPLAY "CRED-PARMS warning window ["
                       CRED-PARM-WARN-DAYS "] is not a number of"
                       " days - keeping " WS-WARN-DAYS "." UPON STDERR
               END-IF
           END-IF.

       0500-LOAD-PARMS-EXIT. EXIT.

      **************************************************************************
      * 1100-EXPIRING-KEYS
      **************************************************************************
      * SECTION 1. WALKS THE CREDENTIALS FILE IN KEY ORDER - ONE
      * CLIENT'S KEYS AFTER ANOTHER - LISTING EACH CLIENT'S EXPIRING
      * KEYS ONCE ALL ITS KEYS HAVE BEEN SEEN.
      **************************************************************************
       1100-EXPIRING-KEYS.
           DISPLAY " " UPON STDOUT.
           DISPLAY "1. ACTIVE KEYS EXPIRING " WS-RUN-DATE " - "
               WS-WARN-END " (" WS-WARN-DAYS " DAYS)" UPON STDOUT.

           OPEN INPUT CLIENT-CREDENTIALS.
           IF CRED-FILE-NOT-FOUND
               DISPLAY "  CLIENT-CREDENTIALS not found - no keys have"
                   " been issued." UPON STDOUT
               GO TO 1100-EXPIRING-KEYS-EXIT
           END-IF.
           IF NOT CRED-FILE-OK
               DISPLAY "Could not open CLIENT-CREDENTIALS! Status: "
                   WS-CRED-FILE-STATUS UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 1100-EXPIRING-KEYS-EXIT
           END-IF.

           DISPLAY "  CLIENT           KEY ISSUED   EXPIRES  DAYS"
               " SUCCESSOR" UPON STDOUT.
           SET NOT-EOF TO TRUE.
           READ CLIENT-CREDENTIALS NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 1150-CRED-RECORD THRU 1150-CRED-RECORD-EXIT
               READ CLIENT-CREDENTIALS NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CLIENT-CREDENTIALS.
           PERFORM 1200-LIST-CLIENT-KEYS
              THRU 1200-LIST-CLIENT-KEYS-EXIT.

           IF WS-KEYS-EXPIRING EQUAL 0
               DISPLAY "  No active key expires in the window."
                   UPON STDOUT
           END-IF.
           IF WS-PENDING-OVERFLOW > 0
               DISPLAY "  " WS-PENDING-OVERFLOW " further expiring"
                   " key(s) not listed - more than 100 for one client."
                   UPON STDOUT
           END-IF.
           DISPLAY " " UPON STDOUT.
           DISPLAY "  Keys on file:              " WS-KEYS-READ
               UPON STDOUT.
           DISPLAY "  Live keys:                 " WS-KEYS-LIVE
               UPON STDOUT.
           DISPLAY "  Expiring in the window:    " WS-KEYS-EXPIRING
               UPON STDOUT.
           DISPLAY "  Expiring with no successor:" WS-KEYS-NO-SUCCESSOR
               UPON STDOUT.

       1100-EXPIRING-KEYS-EXIT. EXIT.

      **************************************************************************
      * 1150-CRED-RECORD
      **************************************************************************
      * ONE CREDENTIAL RECORD. A NEW CLIENT FIRST LISTS THE LAST
      * CLIENT'S EXPIRING KEYS. A LIVE KEY - ACTIVE AND NOT YET
      * EXPIRED - RAISES THE CLIENT'S LATEST EXPIRY, AND IS HELD FOR
      * LISTING IF IT EXPIRES INSIDE THE WARNING WINDOW.
      **************************************************************************
       1150-CRED-RECORD.
           IF CRED-CLIENT-ID NOT EQUAL WS-PREV-CLIENT
               PERFORM 1200-LIST-CLIENT-KEYS
                  THRU 1200-LIST-CLIENT-KEYS-EXIT
               MOVE CRED-CLIENT-ID TO WS-PREV-CLIENT
               MOVE SPACES TO WS-LATEST-EXPIRY
               MOVE 0 TO WS-PENDING-COUNT
           END-IF.
           ADD 1 TO WS-KEYS-READ.
           IF CRED-STATUS-FLAG NOT EQUAL 'A'
                   OR CRED-EXPIRY-DATE < WS-RUN-DATE
               GO TO 1150-CRED-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-KEYS-LIVE.
           IF CRED-EXPIRY-DATE > WS-LATEST-EXPIRY
               MOVE CRED-EXPIRY-DATE TO WS-LATEST-EXPIRY
           END-IF.
           IF CRED-EXPIRY-DATE > WS-WARN-END
               GO TO 1150-CRED-RECORD-EXIT
           END-IF.

           IF WS-PENDING-COUNT EQUAL 100
               ADD 1 TO WS-PENDING-OVERFLOW
               GO TO 1150-CRED-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE CRED-KEY-SEQ TO WS-PENDING-SEQ(WS-PENDING-COUNT).
           MOVE CRED-ISSUE-DATE TO WS-PENDING-ISSUE(WS-PENDING-COUNT).
           MOVE CRED-EXPIRY-DATE
               TO WS-PENDING-EXPIRY(WS-PENDING-COUNT).
           MOVE CRED-REPLACED-BY-SEQ
               TO WS-PENDING-REPLACED-BY(WS-PENDING-COUNT).

       1150-CRED-RECORD-EXIT. EXIT.

      **************************************************************************
      * 1200-LIST-CLIENT-KEYS
      **************************************************************************
      * LISTS THE HELD EXPIRING KEYS OF THE CLIENT JUST FINISHED. A
      * KEY HAS A SUCCESSOR WHEN THE CLIENT HOLDS A LIVE KEY EXPIRING
      * LATER - NAMED WHEN A ROTATION RECORDED WHICH KEY REPLACED IT.
      **************************************************************************
       1200-LIST-CLIENT-KEYS.
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               ADD 1 TO WS-KEYS-EXPIRING
               MOVE WS-PENDING-EXPIRY(WS-PENDING-IDX) TO WS-DATE-WORK
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   - WS-RUN-DAY-NUM
               EVALUATE TRUE
                   WHEN WS-LATEST-EXPIRY
                           NOT > WS-PENDING-EXPIRY(WS-PENDING-IDX)
                       MOVE "NONE - ROTATE" TO WS-SUCCESSOR
                       ADD 1 TO WS-KEYS-NO-SUCCESSOR
                   WHEN WS-PENDING-REPLACED-BY(WS-PENDING-IDX) > 0
                       MOVE FUNCTION CONCATENATE("KEY "
                           WS-PENDING-REPLACED-BY(WS-PENDING-IDX))
                           TO WS-SUCCESSOR
                   WHEN OTHER
                       MOVE "ON FILE" TO WS-SUCCESSOR
               END-EVALUATE
               DISPLAY "  " WS-PREV-CLIENT " "
                   WS-PENDING-SEQ(WS-PENDING-IDX) " "
                   WS-PENDING-ISSUE(WS-PENDING-IDX) " "
                   WS-PENDING-EXPIRY(WS-PENDING-IDX) "  "
                   WS-DAYS-LEFT " " WS-SUCCESSOR UPON STDOUT
           END-PERFORM.
           MOVE 0 TO WS-PENDING-COUNT.

       1200-LIST-CLIENT-KEYS-EXIT. EXIT.

      **************************************************************************
      * 2000-FAILED-AUTH
      **************************************************************************
      * SECTION 2. READS EACH OF THE SEVEN DAYS BEFORE THE REPORT
      * DATE AND LISTS THE 401 COUNTS BY CLIENT.
      **************************************************************************
       2000-FAILED-AUTH.
           DISPLAY " " UPON STDOUT.
           DISPLAY "2. FAILED AUTHENTICATIONS BY CLIENT "
               WS-WINDOW-FROM " - " WS-WINDOW-TO UPON STDOUT.

           PERFORM VARYING WS-DAY-BACK FROM 7 BY -1
                   UNTIL WS-DAY-BACK < 1
               COMPUTE WS-DAY-NUM = WS-RUN-DAY-NUM - WS-DAY-BACK
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               MOVE WS-DATE-WORK TO WS-REPORT-DAY
               PERFORM 2100-READ-DAY THRU 2100-READ-DAY-EXIT
           END-PERFORM.

           IF WS-CLIENT-COUNT EQUAL 0
               DISPLAY "  No failed authentication in the "
                   WS-ARCHIVES-READ " day(s) read." UPON STDOUT
           ELSE
               DISPLAY "  CLIENT           FAILURES DAYS FIRST    LAST"
                   UPON STDOUT
               PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                       UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
                   DISPLAY "  " WS-CLIENT-KEY(WS-CLIENT-IDX) " "
                       WS-CLIENT-FAILURES(WS-CLIENT-IDX) "    "
                       WS-CLIENT-FAIL-DAYS(WS-CLIENT-IDX) " "
                       WS-CLIENT-FIRST-DAY(WS-CLIENT-IDX) " "
                       WS-CLIENT-LAST-DAY(WS-CLIENT-IDX) UPON STDOUT
               END-PERFORM
           END-IF.
           IF WS-CLIENT-OVERFLOW > 0
               DISPLAY "  " WS-CLIENT-OVERFLOW " failure(s) for clients"
                   " beyond the first 500 - in the total only."
                   UPON STDOUT
           END-IF.
           DISPLAY " " UPON STDOUT.
           DISPLAY "  Days read:                 " WS-ARCHIVES-READ
               UPON STDOUT.
           DISPLAY "  Days with no archive:      " WS-DAYS-MISSING
               UPON STDOUT.
           DISPLAY "  Audit records read:        " WS-AUDIT-READ
               UPON STDOUT.
           DISPLAY "  Failed authentications:    " WS-AUTH-FAILURES
               UPON STDOUT.

       2000-FAILED-AUTH-EXIT. EXIT.

      **************************************************************************
      * 2100-READ-DAY
      **************************************************************************
      * READS ONE DAY'S TRAFFIC - ITS AUDIT-ARCH DAILY, OR FAILING
      * THAT ITS MONTHLY ARCHIVE, WHERE ONLY THE RECORDS STAMPED ON
      * THE DAY ARE TAKEN (WHICH ALSO PASSES OVER THE TRAILER).
      **************************************************************************
       2100-READ-DAY.
           SET READING-DAILY TO TRUE.
           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-REPORT-DAY)
               TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT AUDIT-ARCHIVE.
           IF ARCHIVE-FILE-NOT-FOUND
               MOVE FUNCTION CONCATENATE("AUDIT-MONTH-"
                   WS-REPORT-DAY(1:6)) TO WS-ARCHIVE-FILE-NAME
               OPEN INPUT AUDIT-ARCHIVE
               SET READING-MONTHLY TO TRUE
           END-IF.
           IF ARCHIVE-FILE-NOT-FOUND
               DISPLAY "  No archive for " WS-REPORT-DAY
                   " - its failures are not counted." UPON STDOUT
               ADD 1 TO WS-DAYS-MISSING
               GO TO 2100-READ-DAY-EXIT
           END-IF.
           IF NOT ARCHIVE-FILE-OK
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) "! Status: "
                   WS-ARCHIVE-FILE-STATUS UPON STDERR
               ADD 1 TO WS-DAYS-MISSING
               GO TO 2100-READ-DAY-EXIT
           END-IF.

           ADD 1 TO WS-ARCHIVES-READ.
           SET NOT-EOF TO TRUE.
           READ AUDIT-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               IF READING-DAILY
                       OR ARCHIVE-TIMESTAMP(1:8) EQUAL WS-REPORT-DAY
                   ADD 1 TO WS-AUDIT-READ
                   IF ARCHIVE-STATUS-CODE EQUAL 401
                       PERFORM 2200-TALLY-FAILURE
                          THRU 2200-TALLY-FAILURE-EXIT
                   END-IF
               END-IF
               READ AUDIT-ARCHIVE AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCHIVE.

       2100-READ-DAY-EXIT. EXIT.

      **************************************************************************
      * 2200-TALLY-FAILURE
      **************************************************************************
      * COUNTS ONE 401 AGAINST ITS CLIENT, ADDING THE CLIENT TO THE
      * TABLE IN clientId ORDER THE FIRST TIME IT APPEARS, AND NOTES
      * THE DAY.
      **************************************************************************
       2200-TALLY-FAILURE.
           ADD 1 TO WS-AUTH-FAILURES.
           IF ARCHIVE-CLIENT-ID EQUAL SPACES
               MOVE "(none)" TO WS-FAIL-CLIENT
           ELSE
               MOVE ARCHIVE-CLIENT-ID TO WS-FAIL-CLIENT
           END-IF.
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-KEY(WS-CLIENT-IDX) NOT < WS-FAIL-CLIENT
               CONTINUE
           END-PERFORM.
           IF WS-CLIENT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-KEY(WS-CLIENT-IDX)
                       NOT EQUAL WS-FAIL-CLIENT
               IF WS-CLIENT-COUNT EQUAL 500
                   ADD 1 TO WS-CLIENT-OVERFLOW
                   GO TO 2200-TALLY-FAILURE-EXIT
               END-IF
               PERFORM VARYING WS-SHIFT-IDX FROM WS-CLIENT-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-CLIENT-IDX
                   MOVE WS-CLIENT-ENTRY(WS-SHIFT-IDX)
                       TO WS-CLIENT-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CLIENT-COUNT
               MOVE WS-FAIL-CLIENT TO WS-CLIENT-KEY(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-FAILURES(WS-CLIENT-IDX)
               MOVE 0 TO WS-CLIENT-FAIL-DAYS(WS-CLIENT-IDX)
               MOVE WS-REPORT-DAY TO WS-CLIENT-FIRST-DAY(WS-CLIENT-IDX)
               MOVE SPACES TO WS-CLIENT-LAST-DAY(WS-CLIENT-IDX)
           END-IF.

           ADD 1 TO WS-CLIENT-FAILURES(WS-CLIENT-IDX).
           IF WS-CLIENT-LAST-DAY(WS-CLIENT-IDX) NOT EQUAL WS-REPORT-DAY
               ADD 1 TO WS-CLIENT-FAIL-DAYS(WS-CLIENT-IDX)
               MOVE WS-REPORT-DAY TO WS-CLIENT-LAST-DAY(WS-CLIENT-IDX)
           END-IF.

       2200-TALLY-FAILURE-EXIT. EXIT.

       END PROGRAM JSON-CRED-REPORT.
