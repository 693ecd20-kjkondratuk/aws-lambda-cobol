       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-TRACE.

      **************************************************************************
      * REQUEST TRACE FOR SUPPORT AND DISPUTES - PULLS EVERYTHING THE
      * SYSTEM HOLDS ABOUT ONE REQUEST INTO A SINGLE TIMELINE, SO
      * NOBODY HAS TO HAND-SEARCH SEEN-REQUESTS, A WEEK OF AUDIT
      * ARCHIVES AND THE BATCH FILES TO ANSWER "WHAT HAPPENED TO MY
      * REQUEST". TWO WAYS IN ON THE COMMAND LINE:
      *   <requestId> [YYYYMMDD]
      *       ONE requestId; THE OPTIONAL DATE NAMES A DAY TO SEARCH
      *       WHEN SEEN-REQUESTS NO LONGER HOLDS IT (PURGED, OR A
      *       REPLAYED REQUEST);
      *   CLIENT <clientId> <from> [<to>]
      *       EVERY REQUEST ONE CLIENT SENT IN A TIME WINDOW, WHERE
      *       FROM AND TO ARE YYYYMMDD[HHMMSS] - A SHORT FROM IS
      *       PADDED TO THE START OF ITS DAY, A SHORT TO TO THE END
      *       OF ITS DAY, AND A MISSING TO ENDS THE FROM DAY.
      * THE TIMELINE IS PRINTED IN LIFECYCLE ORDER:
      *   1 - THE SEEN-REQUESTS OUTCOME (WHAT A RETRY IS ANSWERED
      *       WITH);
      *   2 - EVERY AUDIT RECORD, FROM THE AUDIT-ARCH DAILIES,
      *       LATE-ARRIVALS AND THE LIVE AUDIT-LOG, EACH WITH WHETHER
      *       IT HAS COUNTED TOWARD THE CLIENT'S USAGE-COUNTERS MONTH
      *       - DECIDED FROM RUN-CONTROL, WHICH RECORDS WHETHER
      *       JSON-USAGE-POST HAS COMPLETED CLEAN FOR THAT ARCHIVE
      *       DAY. A LATE ARRIVAL IS NEVER ARCHIVED, SO IT IS SHOWN AS
      *       BILLED BY SUPPLEMENTARY INVOICE INSTEAD. A DAY WHOSE
      *       DAILY HAS BEEN CONSOLIDATED BY JSON-ARCHIVE-MONTH IS
      *       READ FROM THE AUDIT-MONTH ARCHIVE - THE RECORDS STAMPED
      *       ON THAT DAY;
      *   3 - THE BATCH HISTORY - REJECTS ON REJECT-FILE, THEIR
      *       REPAIR OUTCOME ON REJECT-UPDATED, AND THE CORRECTED
      *       PAYLOADS ON RESUBMIT-OUTPUT, ALL MATCHED ON THE
      *       "requestId" CARRIED IN THE PAYLOAD;
      *   4 - THE RESPONSES JSON-BATCH CAPTURED ON RESPONSE-CAPTURE.
      * IN CLIENT MODE THE requestIds FOUND ON THE WINDOW'S AUDIT
      * RECORDS ARE COLLECTED AND THE BATCH FILES AND CAPTURES ARE
      * MATCHED AGAINST THE WHOLE SET. THE AUDIT DAILIES SEARCHED ARE
      * THE DAYS THE WINDOW COVERS PLUS THE DAY AFTER, SINCE THE
      * ROLLOVER CAN RUN PAST MIDNIGHT. LIKE JSON-INQUIRY EVERY FILE
      * IS OPENED INPUT ONLY AND THE INDEXED MASTERS ARE TOUCHED ONLY
      * THROUGH KEYED READS. RETURN CODE 8 FOR A BAD COMMAND LINE, 4
      * WHEN NOTHING AT ALL WAS FOUND.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEEN-REQUESTS ASSIGN TO "SEEN-REQUESTS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SEEN-REQUEST-ID
               FILE STATUS IS WS-SEEN-FILE-STATUS.
           SELECT USAGE-COUNTERS ASSIGN TO "USAGE-COUNTERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY USAGE-KEY
               FILE STATUS IS WS-USAGE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT RESUBMIT-OUTPUT ASSIGN TO "RESUBMIT-OUTPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-FILE-STATUS.
           SELECT RESPONSE-CAPTURE ASSIGN TO "RESPONSE-CAPTURE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  SEEN-REQUESTS.
       COPY "seenrec.cpy"
           REPLACING PREFIX-RECORD        BY SEEN-RECORD
                     PREFIX-REQUEST-ID    BY SEEN-REQUEST-ID
                     PREFIX-TIMESTAMP     BY SEEN-TIMESTAMP
                     PREFIX-STATUS-CODE   BY SEEN-STATUS-CODE
                     PREFIX-RESULT        BY SEEN-RESULT
                     PREFIX-ERROR-MESSAGE BY SEEN-ERROR-MESSAGE.

       FD  USAGE-COUNTERS.
       COPY "usagerec.cpy"
           REPLACING PREFIX-RECORD    BY USAGE-RECORD
                     PREFIX-KEY       BY USAGE-KEY
                     PREFIX-CLIENT-ID BY USAGE-CLIENT-ID
                     PREFIX-MONTH     BY USAGE-MONTH
                     PREFIX-COUNT     BY USAGE-COUNT.

      **************************************************************************
      * ONE AUDIT FILE AT A TIME - EACH AUDIT-ARCH DAILY IN THE
      * SEARCH, THEN THE LIVE AUDIT-LOG.
      **************************************************************************
       FD  AUDIT-FILE.
       COPY "auditrec.cpy"
           REPLACING PREFIX-RECORD      BY AUDIT-RECORD
                     PREFIX-TIMESTAMP   BY AUDIT-TIMESTAMP
                     PREFIX-CLIENT-ID   BY AUDIT-CLIENT-ID
                     PREFIX-OP          BY AUDIT-OP
                     PREFIX-N1          BY AUDIT-N1
                     PREFIX-N2          BY AUDIT-N2
                     PREFIX-ITEM-COUNT  BY AUDIT-ITEM-COUNT
                     PREFIX-TOTAL       BY AUDIT-TOTAL
                     PREFIX-STATUS-CODE BY AUDIT-STATUS-CODE
                     PREFIX-REQUEST-ID  BY AUDIT-REQUEST-ID
                     PREFIX-TARIFF-CODE BY AUDIT-TARIFF-CODE.

      **************************************************************************
      * REJECT-FILE AND, AFTER IT, REJECT-UPDATED - THE SAME SHAPE.
      **************************************************************************
       FD  REJECT-FILE.
       COPY "rejrec.cpy"
           REPLACING PREFIX-RECORD        BY REJECT-RECORD
                     PREFIX-REC-NUM       BY REJECT-REC-NUM
                     PREFIX-RESOLVED-FLAG BY REJECT-RESOLVED-FLAG
                     PREFIX-ERROR-MESSAGE BY REJECT-ERROR-MESSAGE
                     PREFIX-PAYLOAD       BY REJECT-PAYLOAD.

       FD  RESUBMIT-OUTPUT.
       01  RESUBMIT-RECORD                      PIC X(32768).

       FD  RESPONSE-CAPTURE.
       COPY "caprec.cpy"
           REPLACING PREFIX-RECORD        BY CAPTURE-RECORD
                     PREFIX-REC-NUM       BY CAPTURE-REC-NUM
                     PREFIX-STATUS-CODE   BY CAPTURE-STATUS-CODE
                     PREFIX-RESULT        BY CAPTURE-RESULT
                     PREFIX-ERROR-MESSAGE BY CAPTURE-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY CAPTURE-REQUEST-ID.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-SEEN-FILE-STATUS                  PIC XX VALUE SPACES.
           88 SEEN-FILE-OK                            VALUE '00'.
           88 SEEN-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-USAGE-FILE-STATUS                 PIC XX VALUE SPACES.
           88 USAGE-FILE-OK                           VALUE '00'.
           88 USAGE-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-AUDIT-FILE-STATUS                 PIC XX VALUE SPACES.
           88 AUDIT-FILE-OK                           VALUE '00'.
           88 AUDIT-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-REJECT-FILE-STATUS                PIC XX VALUE SPACES.
           88 REJECT-FILE-OK                          VALUE '00'.
           88 REJECT-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-RESUBMIT-FILE-STATUS              PIC XX VALUE SPACES.
           88 RESUBMIT-FILE-OK                        VALUE '00'.
           88 RESUBMIT-FILE-NOT-FOUND                 VALUE '35'.
       01  WS-CAPTURE-FILE-STATUS               PIC XX VALUE SPACES.
           88 CAPTURE-FILE-OK                         VALUE '00'.
           88 CAPTURE-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-SEEN-OPEN-SW                      PIC X VALUE 'N'.
           88 SEEN-OPEN                               VALUE 'Y'.
       01  WS-USAGE-OPEN-SW                     PIC X VALUE 'N'.
           88 USAGE-OPEN                              VALUE 'Y'.
       01  WS-AUDIT-FILE-NAME                   PIC X(30).
       01  WS-REJECT-FILE-NAME                  PIC X(30).

      **************************************************************************
      * THE COMMAND LINE AND WHAT IT ASKED FOR
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(120) VALUE SPACES.
       01  WS-ARG-1                             PIC X(32) VALUE SPACES.
       01  WS-ARG-2                             PIC X(32) VALUE SPACES.
       01  WS-ARG-3                             PIC X(14) VALUE SPACES.
       01  WS-ARG-4                             PIC X(14) VALUE SPACES.
       01  WS-TRACE-MODE                        PIC X VALUE 'R'.
           88 TRACE-BY-REQUEST                        VALUE 'R'.
           88 TRACE-BY-CLIENT                         VALUE 'C'.
       01  WS-TRACE-REQUEST-ID                  PIC X(32) VALUE SPACES.
       01  WS-TRACE-CLIENT-ID                   PIC X(16) VALUE SPACES.
       01  WS-HINT-DATE                         PIC X(8) VALUE SPACES.
       01  WS-WINDOW-FROM                       PIC X(14) VALUE SPACES.
       01  WS-WINDOW-TO                         PIC X(14) VALUE SPACES.

      **************************************************************************
      * THE AUDIT DAILIES TO SEARCH - ONE ENTRY PER DAY, NEVER
      * TWICE - AND THE DAY-NUMBER ARITHMETIC THAT FILLS IT. A
      * CLIENT WINDOW IS CAPPED SO ONE TRACE CANNOT WALK A YEAR OF
      * ARCHIVES.
      **************************************************************************
       01  WS-MAX-WINDOW-DAYS                   PIC 9(3) VALUE 62.
       01  WS-DAY-COUNT                         PIC 9(3) VALUE 0.
       01  WS-DAY-IDX                           PIC 9(3) USAGE COMP.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY                     OCCURS 64 TIMES.
               10  WS-DAY-DATE                  PIC X(8).
       01  WS-ADD-DATE                          PIC X(8).
       01  WS-ADD-FOUND-SW                      PIC X VALUE 'N'.
           88 ADD-DATE-ON-FILE                        VALUE 'Y'.
       01  WS-START-NUM                         PIC 9(7) USAGE COMP.
       01  WS-END-NUM                           PIC 9(7) USAGE COMP.
       01  WS-DAY-NUM                           PIC 9(7) USAGE COMP.
       01  WS-DATE-WORK                         PIC 9(8).
       01  WS-CHECK-DATE                        PIC X(8).
       01  WS-DATE-OK-SW                        PIC X VALUE 'N'.
           88 CHECK-DATE-VALID                        VALUE 'Y'.
           88 CHECK-DATE-INVALID                      VALUE 'N'.

      **************************************************************************
      * THE requestIds BEING TRACED - THE ONE ASKED FOR, OR IN
      * CLIENT MODE EVERY ONE FOUND ON THE WINDOW'S AUDIT RECORDS -
      * AND THE ONE A BATCH RECORD OR CAPTURE IS BEING MATCHED ON.
      **************************************************************************
       01  WS-ID-COUNT                          PIC 9(3) VALUE 0.
       01  WS-ID-IDX                            PIC 9(3) USAGE COMP.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY                      OCCURS 200 TIMES.
               10  WS-ID-VALUE                  PIC X(32).
       01  WS-ID-OVERFLOW-SW                    PIC X VALUE 'N'.
           88 ID-TABLE-OVERFLOWED                     VALUE 'Y'.
       01  WS-CANDIDATE-ID                      PIC X(32).
       01  WS-ID-MATCH-SW                       PIC X VALUE 'N'.
           88 ID-MATCHED                              VALUE 'Y'.
           88 ID-NOT-MATCHED                          VALUE 'N'.

      **************************************************************************
      * PAYLOAD SCAN FOR THE "requestId" MEMBER OF A BATCH RECORD
      **************************************************************************
       01  WS-SCAN-PAYLOAD                      PIC X(32768).
       01  WS-SCAN-POS                          PIC 9(5) USAGE COMP.
       01  WS-SCAN-LEN                          PIC 9(5) USAGE COMP.
       01  WS-SCAN-TALLY                        PIC 9(5) USAGE COMP.

      **************************************************************************
      * WHETHER THE AUDIT FILE IN HAND HAS BEEN POSTED TO
      * USAGE-COUNTERS, ASKED OF RUN-CONTROL ONCE PER ARCHIVE DAY.
      **************************************************************************
       01  WS-POSTED-SW                         PIC X VALUE SPACE.
           88 DAY-POSTED                              VALUE 'Y'.
           88 DAY-NOT-POSTED                          VALUE 'N'.
           88 DAY-POST-UNKNOWN                        VALUE 'U'.
           88 DAY-IS-LIVE                             VALUE 'L'.
           88 DAY-IS-LATE                             VALUE 'T'.
       01  WS-AUDIT-DAY                         PIC X(8).
       01  WS-MONTHLY-SW                        PIC X VALUE 'N'.
           88 READING-MONTHLY                         VALUE 'Y'.
           88 READING-DAILY                           VALUE 'N'.
       COPY "runctlreq.cpy".

      **************************************************************************
      * WHAT THE TRACE TURNED UP
      **************************************************************************
       01  WS-TRACE-COUNTERS.
           05  WS-SEEN-HITS                     PIC 9(7) VALUE 0.
           05  WS-AUDIT-HITS                    PIC 9(7) VALUE 0.
           05  WS-COUNTED-HITS                  PIC 9(7) VALUE 0.
           05  WS-ARCHIVES-READ                 PIC 9(7) VALUE 0.
           05  WS-REJECT-HITS                   PIC 9(7) VALUE 0.
           05  WS-REPAIR-HITS                   PIC 9(7) VALUE 0.
           05  WS-RESUBMIT-HITS                 PIC 9(7) VALUE 0.
           05  WS-CAPTURE-HITS                  PIC 9(7) VALUE 0.
       01  WS-LINE-NUM                          PIC 9(7) VALUE 0.
       01  WS-RESULT-DISP                       PIC -(7)9.9999.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * READS THE COMMAND LINE, WORKS OUT WHICH AUDIT DAYS TO SEARCH,
      * AND PRINTS THE TIMELINE SECTION BY SECTION.
      **************************************************************************
       1000-MAIN.
           PERFORM 0100-PARSE-ARGS
              THRU 0100-PARSE-ARGS-EXIT.
           IF RETURN-CODE NOT EQUAL 0
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0300-OPEN-MASTERS
              THRU 0300-OPEN-MASTERS-EXIT.

           DISPLAY "JSON-TRACE REQUEST TIMELINE" UPON STDOUT.
           IF TRACE-BY-REQUEST
               DISPLAY "requestId: " FUNCTION TRIM(WS-TRACE-REQUEST-ID)
                   UPON STDOUT
               DISPLAY " " UPON STDOUT
               DISPLAY "1. SEEN-REQUESTS OUTCOME" UPON STDOUT
               MOVE WS-TRACE-REQUEST-ID TO WS-CANDIDATE-ID
               PERFORM 1100-SHOW-SEEN
                  THRU 1100-SHOW-SEEN-EXIT
               MOVE 1 TO WS-ID-COUNT
               MOVE WS-TRACE-REQUEST-ID TO WS-ID-VALUE(1)
               PERFORM 0600-REQUEST-DAYS
                  THRU 0600-REQUEST-DAYS-EXIT
           ELSE
               DISPLAY "clientId: " FUNCTION TRIM(WS-TRACE-CLIENT-ID)
                   "  window: " WS-WINDOW-FROM " - " WS-WINDOW-TO
                   UPON STDOUT
               DISPLAY " " UPON STDOUT
               DISPLAY "1. SEEN-REQUESTS OUTCOME - shown under each"
                   " audit record below" UPON STDOUT
               PERFORM 0700-CLIENT-DAYS
                  THRU 0700-CLIENT-DAYS-EXIT
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY "2. AUDIT RECORDS AND USAGE COUNTING" UPON STDOUT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-AUDIT-DAY
               MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-AUDIT-DAY)
                   TO WS-AUDIT-FILE-NAME
               PERFORM 2000-SCAN-AUDIT
                  THRU 2000-SCAN-AUDIT-EXIT
           END-PERFORM.
           MOVE SPACES TO WS-AUDIT-DAY.
           MOVE "LATE-ARRIVALS" TO WS-AUDIT-FILE-NAME.
           PERFORM 2000-SCAN-AUDIT
              THRU 2000-SCAN-AUDIT-EXIT.
           MOVE "AUDIT-LOG" TO WS-AUDIT-FILE-NAME.
           PERFORM 2000-SCAN-AUDIT
              THRU 2000-SCAN-AUDIT-EXIT.
           IF WS-AUDIT-HITS EQUAL 0
               DISPLAY "  No audit record found in the "
                   WS-ARCHIVES-READ " archive(s) searched,"
                   " LATE-ARRIVALS or the live AUDIT-LOG." UPON STDOUT
           END-IF.
           IF ID-TABLE-OVERFLOWED
               DISPLAY "  More than 200 requestIds in the window - the"
                   " batch and capture sections cover the first 200."
                   UPON STDOUT
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY "3. BATCH REJECT, REPAIR AND RESUBMIT HISTORY"
               UPON STDOUT.
           IF WS-ID-COUNT EQUAL 0
               DISPLAY "  No requestId to match the batch files on."
                   UPON STDOUT
           ELSE
               MOVE "REJECT-FILE" TO WS-REJECT-FILE-NAME
               PERFORM 3000-SCAN-REJECTS
                  THRU 3000-SCAN-REJECTS-EXIT
               MOVE "REJECT-UPDATED" TO WS-REJECT-FILE-NAME
               PERFORM 3000-SCAN-REJECTS
                  THRU 3000-SCAN-REJECTS-EXIT
               PERFORM 3200-SCAN-RESUBMIT
                  THRU 3200-SCAN-RESUBMIT-EXIT
               IF WS-REJECT-HITS + WS-REPAIR-HITS + WS-RESUBMIT-HITS
                       EQUAL 0
                   DISPLAY "  Never rejected by a batch replay."
                       UPON STDOUT
               END-IF
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY "4. CAPTURED RESPONSES" UPON STDOUT.
           IF WS-ID-COUNT EQUAL 0
               DISPLAY "  No requestId to match the capture on."
                   UPON STDOUT
           ELSE
               PERFORM 3400-SCAN-CAPTURE
                  THRU 3400-SCAN-CAPTURE-EXIT
               IF WS-CAPTURE-HITS EQUAL 0
                   DISPLAY "  No captured response on RESPONSE-CAPTURE."
                       UPON STDOUT
               END-IF
           END-IF.

           IF SEEN-OPEN
               CLOSE SEEN-REQUESTS
           END-IF.
           IF USAGE-OPEN
               CLOSE USAGE-COUNTERS
           END-IF.

           DISPLAY " " UPON STDOUT.
           DISPLAY "SEEN outcomes:        " WS-SEEN-HITS UPON STDOUT.
           DISPLAY "Audit records:        " WS-AUDIT-HITS UPON STDOUT.
           DISPLAY "  counted as usage:   " WS-COUNTED-HITS UPON STDOUT.
           DISPLAY "Batch rejects:        " WS-REJECT-HITS UPON STDOUT.
           DISPLAY "  after repair:       " WS-REPAIR-HITS UPON STDOUT.
           DISPLAY "  resubmitted:        " WS-RESUBMIT-HITS
               UPON STDOUT.
           DISPLAY "Captured responses:   " WS-CAPTURE-HITS
               UPON STDOUT.

           IF WS-SEEN-HITS + WS-AUDIT-HITS + WS-REJECT-HITS
                   + WS-REPAIR-HITS + WS-RESUBMIT-HITS
                   + WS-CAPTURE-HITS EQUAL 0
               DISPLAY "Nothing found for this trace." UPON STDERR
               MOVE 4 TO RETURN-CODE
           END-IF.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0100-PARSE-ARGS
      **************************************************************************
      * SPLITS THE COMMAND LINE INTO THE TRACE MODE AND ITS KEYS AND
      * BUILDS THE CLIENT WINDOW, PADDING A SHORT FROM WITH ZEROS
      * AND A SHORT TO WITH NINES SO A BARE DATE COVERS ITS WHOLE
      * DAY. SETS RETURN CODE 8 ON ANYTHING IT CANNOT USE.
      **************************************************************************
       0100-PARSE-ARGS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4.

           IF WS-ARG-1 EQUAL SPACES
               PERFORM 0190-USAGE
                  THRU 0190-USAGE-EXIT
               GO TO 0100-PARSE-ARGS-EXIT
           END-IF.

           IF FUNCTION UPPER-CASE(WS-ARG-1) NOT EQUAL "CLIENT"
               SET TRACE-BY-REQUEST TO TRUE
               MOVE WS-ARG-1 TO WS-TRACE-REQUEST-ID
               MOVE WS-ARG-2 TO WS-HINT-DATE
               IF WS-HINT-DATE NOT EQUAL SPACES
                   MOVE WS-HINT-DATE TO WS-CHECK-DATE
                   PERFORM 0400-VALIDATE-DATE
                      THRU 0400-VALIDATE-DATE-EXIT
                   IF CHECK-DATE-INVALID
                       DISPLAY "Search date " WS-HINT-DATE
                           " is not a valid YYYYMMDD date."
                           UPON STDERR
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 0100-PARSE-ARGS-EXIT
           END-IF.

           SET TRACE-BY-CLIENT TO TRUE.
           MOVE WS-ARG-2 TO WS-TRACE-CLIENT-ID.
           IF WS-TRACE-CLIENT-ID EQUAL SPACES
                   OR WS-ARG-3 EQUAL SPACES
               PERFORM 0190-USAGE
                  THRU 0190-USAGE-EXIT
               GO TO 0100-PARSE-ARGS-EXIT
           END-IF.

           MOVE WS-ARG-3 TO WS-WINDOW-FROM.
           INSPECT WS-WINDOW-FROM REPLACING ALL SPACES BY '0'.
           IF WS-ARG-4 EQUAL SPACES
               MOVE WS-ARG-3(1:8) TO WS-WINDOW-TO
           ELSE
               MOVE WS-ARG-4 TO WS-WINDOW-TO
           END-IF.
           INSPECT WS-WINDOW-TO REPLACING ALL SPACES BY '9'.

           IF WS-WINDOW-FROM NOT NUMERIC
                   OR WS-WINDOW-TO NOT NUMERIC
                   OR WS-WINDOW-TO < WS-WINDOW-FROM
               DISPLAY "Window must be YYYYMMDD[HHMMSS], the end on or"
                   " after the start." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 0100-PARSE-ARGS-EXIT
           END-IF.
           MOVE WS-WINDOW-FROM(1:8) TO WS-CHECK-DATE.
           PERFORM 0400-VALIDATE-DATE
              THRU 0400-VALIDATE-DATE-EXIT.
           IF CHECK-DATE-VALID
               MOVE WS-WINDOW-TO(1:8) TO WS-CHECK-DATE
               PERFORM 0400-VALIDATE-DATE
                  THRU 0400-VALIDATE-DATE-EXIT
           END-IF.
           IF CHECK-DATE-INVALID
               DISPLAY "Window date " WS-CHECK-DATE
                   " is not a valid calendar date." UPON STDERR
               MOVE 8 TO RETURN-CODE
           END-IF.

       0100-PARSE-ARGS-EXIT. EXIT.

      **************************************************************************
      * 0190-USAGE
      **************************************************************************
       0190-USAGE.
           DISPLAY "Usage: JSON-TRACE <requestId> [YYYYMMDD]"
               UPON STDERR.
           DISPLAY "       JSON-TRACE CLIENT <clientId>"
               " <YYYYMMDD[HHMMSS]> [<YYYYMMDD[HHMMSS]>]" UPON STDERR.
           MOVE 8 TO RETURN-CODE.

       0190-USAGE-EXIT. EXIT.

      **************************************************************************
      * 0300-OPEN-MASTERS
      **************************************************************************
      * OPENS THE TWO INDEXED MASTERS FOR KEYED READS. EITHER MAY BE
      * MISSING ON A YOUNG SYSTEM - THE TRACE CARRIES ON WITHOUT IT.
      **************************************************************************
       0300-OPEN-MASTERS.
           OPEN INPUT SEEN-REQUESTS.
           IF SEEN-FILE-OK
               SET SEEN-OPEN TO TRUE
           ELSE
               IF NOT SEEN-FILE-NOT-FOUND
                   DISPLAY "Could not open SEEN-REQUESTS! Status: "
                       WS-SEEN-FILE-STATUS UPON STDERR
               END-IF
           END-IF.

           OPEN INPUT USAGE-COUNTERS.
           IF USAGE-FILE-OK
               SET USAGE-OPEN TO TRUE
           ELSE
               IF NOT USAGE-FILE-NOT-FOUND
                   DISPLAY "Could not open USAGE-COUNTERS! Status: "
                       WS-USAGE-FILE-STATUS UPON STDERR
               END-IF
           END-IF.

       0300-OPEN-MASTERS-EXIT. EXIT.

      **************************************************************************
      * 0400-VALIDATE-DATE
      **************************************************************************
      * PROVES WS-CHECK-DATE IS A REAL CALENDAR DATE BY ROUND-
      * TRIPPING IT THROUGH THE DAY-NUMBER FUNCTIONS, AS JSON-TREND
      * DOES.
      **************************************************************************
       0400-VALIDATE-DATE.
           SET CHECK-DATE-INVALID TO TRUE.
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 0400-VALIDATE-DATE-EXIT
           END-IF.
           MOVE WS-CHECK-DATE TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           IF WS-DAY-NUM EQUAL 0
               GO TO 0400-VALIDATE-DATE-EXIT
           END-IF.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           IF WS-DATE-WORK EQUAL FUNCTION NUMVAL(WS-CHECK-DATE)
               SET CHECK-DATE-VALID TO TRUE
           END-IF.

       0400-VALIDATE-DATE-EXIT. EXIT.

      **************************************************************************
      * 0500-ADD-DAY
      **************************************************************************
      * ADDS WS-ADD-DATE AND THE DAY AFTER IT TO THE SEARCH TABLE,
      * SKIPPING ANY DAY ALREADY THERE - THE ROLLOVER CAN RUN PAST
      * MIDNIGHT, SO A REQUEST MAY SIT IN THE NEXT DAY'S ARCHIVE.
      **************************************************************************
       0500-ADD-DAY.
           MOVE WS-ADD-DATE TO WS-CHECK-DATE.
           PERFORM 0400-VALIDATE-DATE
              THRU 0400-VALIDATE-DATE-EXIT.
           IF CHECK-DATE-INVALID
               GO TO 0500-ADD-DAY-EXIT
           END-IF.
           PERFORM 0550-ADD-ONE-DAY
              THRU 0550-ADD-ONE-DAY-EXIT.
           MOVE WS-ADD-DATE TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + 1.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-WORK TO WS-ADD-DATE.
           PERFORM 0550-ADD-ONE-DAY
              THRU 0550-ADD-ONE-DAY-EXIT.

       0500-ADD-DAY-EXIT. EXIT.

      **************************************************************************
      * 0550-ADD-ONE-DAY
      **************************************************************************
       0550-ADD-ONE-DAY.
           MOVE 'N' TO WS-ADD-FOUND-SW.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-IDX) EQUAL WS-ADD-DATE
                   SET ADD-DATE-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ADD-DATE-ON-FILE AND WS-DAY-COUNT < 64
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-ADD-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
           END-IF.

       0550-ADD-ONE-DAY-EXIT. EXIT.

      **************************************************************************
      * 0600-REQUEST-DAYS
      **************************************************************************
      * A SINGLE requestId IS SEARCHED FOR ON THE DAY SEEN-REQUESTS
      * SAYS IT COMPLETED AND ON ANY DAY THE CALLER NAMED. WITH
      * NEITHER, ONLY THE LIVE AUDIT-LOG CAN BE SEARCHED.
      **************************************************************************
       0600-REQUEST-DAYS.
           IF WS-SEEN-HITS > 0
               MOVE SEEN-TIMESTAMP(1:8) TO WS-ADD-DATE
               PERFORM 0500-ADD-DAY
                  THRU 0500-ADD-DAY-EXIT
           END-IF.
           IF WS-HINT-DATE NOT EQUAL SPACES
               MOVE WS-HINT-DATE TO WS-ADD-DATE
               PERFORM 0500-ADD-DAY
                  THRU 0500-ADD-DAY-EXIT
           END-IF.
           IF WS-DAY-COUNT EQUAL 0
               DISPLAY "  No day known for this requestId - only the"
                   " live AUDIT-LOG is searched; give a YYYYMMDD to"
                   " search that day's archive." UPON STDOUT
           END-IF.

       0600-REQUEST-DAYS-EXIT. EXIT.

      **************************************************************************
      * 0700-CLIENT-DAYS
      **************************************************************************
      * A CLIENT WINDOW IS SEARCHED ON EVERY DAY IT COVERS, UP TO
      * THE CAP, PLUS THE DAY AFTER ITS LAST DAY.
      **************************************************************************
       0700-CLIENT-DAYS.
           MOVE WS-WINDOW-FROM(1:8) TO WS-DATE-WORK.
           COMPUTE WS-START-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           MOVE WS-WINDOW-TO(1:8) TO WS-DATE-WORK.
           COMPUTE WS-END-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           IF WS-END-NUM - WS-START-NUM + 1 > WS-MAX-WINDOW-DAYS
               COMPUTE WS-END-NUM =
                   WS-START-NUM + WS-MAX-WINDOW-DAYS - 1
               DISPLAY "  Window longer than " WS-MAX-WINDOW-DAYS
                   " days - only the first " WS-MAX-WINDOW-DAYS
                   " days' archives are searched." UPON STDOUT
           END-IF.

           PERFORM VARYING WS-DAY-NUM FROM WS-START-NUM BY 1
                   UNTIL WS-DAY-NUM > WS-END-NUM
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               MOVE WS-DATE-WORK TO WS-ADD-DATE
               PERFORM 0550-ADD-ONE-DAY
                  THRU 0550-ADD-ONE-DAY-EXIT
           END-PERFORM.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-END-NUM + 1).
           MOVE WS-DATE-WORK TO WS-ADD-DATE.
           PERFORM 0550-ADD-ONE-DAY
              THRU 0550-ADD-ONE-DAY-EXIT.

       0700-CLIENT-DAYS-EXIT. EXIT.

      **************************************************************************
      * 1100-SHOW-SEEN
      **************************************************************************
      * ONE KEYED READ OF SEEN-REQUESTS FOR WS-CANDIDATE-ID, SHOWING
      * THE STORED OUTCOME A GATEWAY RETRY WOULD BE ANSWERED WITH.
      **************************************************************************
       1100-SHOW-SEEN.
           IF NOT SEEN-OPEN
               DISPLAY "    SEEN-REQUESTS not available." UPON STDOUT
               GO TO 1100-SHOW-SEEN-EXIT
           END-IF.

           MOVE WS-CANDIDATE-ID TO SEEN-REQUEST-ID.
           READ SEEN-REQUESTS
               INVALID KEY
                   DISPLAY "    not in SEEN-REQUESTS (never seen live,"
                       " replayed, or purged)" UPON STDOUT
               NOT INVALID KEY
                   ADD 1 TO WS-SEEN-HITS
                   MOVE SEEN-RESULT TO WS-RESULT-DISP
                   DISPLAY "    completed " SEEN-TIMESTAMP
                       " status=" SEEN-STATUS-CODE
                       " result=" WS-RESULT-DISP UPON STDOUT
                   IF SEEN-ERROR-MESSAGE NOT EQUAL SPACES
                       DISPLAY "    error: "
                           FUNCTION TRIM(SEEN-ERROR-MESSAGE)
                           UPON STDOUT
                   END-IF
           END-READ.

       1100-SHOW-SEEN-EXIT. EXIT.

      **************************************************************************
      * 2000-SCAN-AUDIT
      **************************************************************************
      * WALKS ONE AUDIT FILE, SHOWING EVERY RECORD FOR THE TRACE.
      * FOR AN ARCHIVE DAY, RUN-CONTROL IS ASKED ONCE WHETHER
      * JSON-USAGE-POST HAS COMPLETED CLEAN FOR IT. AN ARCHIVE DAY
      * WITH NO DAILY LEFT IS READ FROM ITS MONTHLY ARCHIVE.
      **************************************************************************
       2000-SCAN-AUDIT.
           SET READING-DAILY TO TRUE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND
               IF WS-AUDIT-DAY EQUAL SPACES
                   GO TO 2000-SCAN-AUDIT-EXIT
               END-IF
               MOVE FUNCTION CONCATENATE("AUDIT-MONTH-"
                   WS-AUDIT-DAY(1:6)) TO WS-AUDIT-FILE-NAME
               OPEN INPUT AUDIT-FILE
               IF AUDIT-FILE-NOT-FOUND
                   GO TO 2000-SCAN-AUDIT-EXIT
               END-IF
               SET READING-MONTHLY TO TRUE
           END-IF.
           IF NOT AUDIT-FILE-OK
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-AUDIT-FILE-NAME) "! Status: "
                   WS-AUDIT-FILE-STATUS UPON STDERR
               GO TO 2000-SCAN-AUDIT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-AUDIT-FILE-NAME EQUAL "LATE-ARRIVALS"
                   SET DAY-IS-LATE TO TRUE
               WHEN WS-AUDIT-DAY EQUAL SPACES
                   SET DAY-IS-LIVE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ARCHIVES-READ
                   SET RC-ACTION-QUERY TO TRUE
                   MOVE "JSON-USAGE-POST" TO WS-RC-JOB-NAME
                   MOVE WS-AUDIT-DAY TO WS-RC-RUN-DATE
                   CALL "JSON-RUN-CONTROL" USING WS-RUN-CONTROL
                   EVALUATE TRUE
                       WHEN RC-OK
                           SET DAY-POSTED TO TRUE
                       WHEN RC-UNAVAILABLE
                           SET DAY-POST-UNKNOWN TO TRUE
                       WHEN OTHER
                           SET DAY-NOT-POSTED TO TRUE
                   END-EVALUATE
           END-EVALUATE.

           SET NOT-EOF TO TRUE.
           READ AUDIT-FILE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-CHECK-AUDIT
                  THRU 2100-CHECK-AUDIT-EXIT
               READ AUDIT-FILE AT END SET END-OF-FILE TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       2000-SCAN-AUDIT-EXIT. EXIT.

      **************************************************************************
      * 2100-CHECK-AUDIT
      **************************************************************************
      * IN REQUEST MODE A RECORD BELONGS TO THE TRACE ON ITS
      * requestId; IN CLIENT MODE ON ITS clientId AND A TIMESTAMP
      * INSIDE THE WINDOW, AND ITS requestId JOINS THE SET THE BATCH
      * FILES ARE MATCHED ON. FROM A MONTHLY ARCHIVE ONLY THE DAY'S
      * RECORDS ARE LOOKED AT, WHICH ALSO PASSES OVER THE TRAILER.
      **************************************************************************
       2100-CHECK-AUDIT.
           IF READING-MONTHLY
                   AND AUDIT-TIMESTAMP(1:8) NOT EQUAL WS-AUDIT-DAY
               GO TO 2100-CHECK-AUDIT-EXIT
           END-IF.
           IF TRACE-BY-REQUEST
               IF AUDIT-REQUEST-ID NOT EQUAL WS-TRACE-REQUEST-ID
                   GO TO 2100-CHECK-AUDIT-EXIT
               END-IF
           ELSE
               IF AUDIT-CLIENT-ID NOT EQUAL WS-TRACE-CLIENT-ID
                       OR AUDIT-TIMESTAMP(1:14) < WS-WINDOW-FROM
                       OR AUDIT-TIMESTAMP(1:14) > WS-WINDOW-TO
                   GO TO 2100-CHECK-AUDIT-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-AUDIT-HITS.
           DISPLAY "  " AUDIT-TIMESTAMP " "
               FUNCTION TRIM(WS-AUDIT-FILE-NAME) UPON STDOUT.
           DISPLAY "    op=" AUDIT-OP
               " tariff=" AUDIT-TARIFF-CODE
               " n1=" AUDIT-N1
               " n2=" AUDIT-N2
               " items=" AUDIT-ITEM-COUNT UPON STDOUT.
           DISPLAY "    total=" AUDIT-TOTAL
               " status=" AUDIT-STATUS-CODE
               " client=" FUNCTION TRIM(AUDIT-CLIENT-ID) UPON STDOUT.

           IF TRACE-BY-CLIENT
               IF AUDIT-REQUEST-ID EQUAL SPACES
                   DISPLAY "    requestId: none" UPON STDOUT
               ELSE
                   DISPLAY "    requestId: "
                       FUNCTION TRIM(AUDIT-REQUEST-ID) UPON STDOUT
                   MOVE AUDIT-REQUEST-ID TO WS-CANDIDATE-ID
                   PERFORM 1100-SHOW-SEEN
                      THRU 1100-SHOW-SEEN-EXIT
                   PERFORM 2300-REMEMBER-ID
                      THRU 2300-REMEMBER-ID-EXIT
               END-IF
           END-IF.

           PERFORM 2200-SHOW-USAGE
              THRU 2200-SHOW-USAGE-EXIT.

       2100-CHECK-AUDIT-EXIT. EXIT.

      **************************************************************************
      * 2200-SHOW-USAGE
      **************************************************************************
      * SAYS WHETHER THE RECORD IN HAND HAS COUNTED TOWARD THE
      * CLIENT'S MONTHLY USAGE - JSON-USAGE-POST COUNTS EVERY
      * ARCHIVED RECORD CARRYING A clientId INTO THE MONTH OF ITS
      * TIMESTAMP, ONCE ITS DAY HAS BEEN POSTED CLEAN.
      **************************************************************************
       2200-SHOW-USAGE.
           IF AUDIT-CLIENT-ID EQUAL SPACES
               DISPLAY "    usage: not counted - no clientId"
                   UPON STDOUT
               GO TO 2200-SHOW-USAGE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DAY-IS-LIVE
                   DISPLAY "    usage: not yet counted - still on the"
                       " live AUDIT-LOG" UPON STDOUT
               WHEN DAY-IS-LATE
                   DISPLAY "    usage: not counted - diverted as a"
                       " late arrival for closed period "
                       AUDIT-TIMESTAMP(1:6) "; billed by"
                       " SUPPLEMENTARY invoice" UPON STDOUT
               WHEN DAY-POST-UNKNOWN
                   DISPLAY "    usage: unknown - RUN-CONTROL not"
                       " available" UPON STDOUT
               WHEN DAY-NOT-POSTED
                   DISPLAY "    usage: not yet counted -"
                       " JSON-USAGE-POST has not completed for "
                       WS-AUDIT-DAY
                       UPON STDOUT
               WHEN OTHER
                   ADD 1 TO WS-COUNTED-HITS
                   MOVE AUDIT-CLIENT-ID TO USAGE-CLIENT-ID
                   MOVE AUDIT-TIMESTAMP(1:6) TO USAGE-MONTH
                   MOVE 0 TO USAGE-COUNT
                   IF USAGE-OPEN
                       READ USAGE-COUNTERS
                           INVALID KEY MOVE 0 TO USAGE-COUNT
                       END-READ
                   END-IF
                   DISPLAY "    usage: counted toward USAGE-COUNTERS "
                       USAGE-MONTH " (month total now " USAGE-COUNT
                       ")" UPON STDOUT
           END-EVALUATE.

       2200-SHOW-USAGE-EXIT. EXIT.

      **************************************************************************
      * 2300-REMEMBER-ID
      **************************************************************************
       2300-REMEMBER-ID.
           PERFORM 3600-MATCH-ID
              THRU 3600-MATCH-ID-EXIT.
           IF ID-MATCHED
               GO TO 2300-REMEMBER-ID-EXIT
           END-IF.
           IF WS-ID-COUNT < 200
               ADD 1 TO WS-ID-COUNT
               MOVE WS-CANDIDATE-ID TO WS-ID-VALUE(WS-ID-COUNT)
           ELSE
               SET ID-TABLE-OVERFLOWED TO TRUE
           END-IF.

       2300-REMEMBER-ID-EXIT. EXIT.

      **************************************************************************
      * 3000-SCAN-REJECTS
      **************************************************************************
      * WALKS REJECT-FILE (WHAT THE REPLAY REJECTED) OR
      * REJECT-UPDATED (THE SAME REJECTS AFTER JSON-REPAIR), SHOWING
      * EVERY REJECT WHOSE PAYLOAD CARRIES A TRACED requestId.
      **************************************************************************
       3000-SCAN-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK
               GO TO 3000-SCAN-REJECTS-EXIT
           END-IF.

           SET NOT-EOF TO TRUE.
           READ REJECT-FILE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE REJECT-PAYLOAD TO WS-SCAN-PAYLOAD
               PERFORM 3500-PAYLOAD-REQUEST-ID
                  THRU 3500-PAYLOAD-REQUEST-ID-EXIT
               PERFORM 3600-MATCH-ID
                  THRU 3600-MATCH-ID-EXIT
               IF ID-MATCHED
                   PERFORM 3100-SHOW-REJECT
                      THRU 3100-SHOW-REJECT-EXIT
               END-IF
               READ REJECT-FILE AT END SET END-OF-FILE TO TRUE END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

       3000-SCAN-REJECTS-EXIT. EXIT.

      **************************************************************************
      * 3100-SHOW-REJECT
      **************************************************************************
       3100-SHOW-REJECT.
           IF WS-REJECT-FILE-NAME EQUAL "REJECT-FILE"
               ADD 1 TO WS-REJECT-HITS
               DISPLAY "  REJECT-FILE record " REJECT-REC-NUM
                   " requestId " FUNCTION TRIM(WS-CANDIDATE-ID)
                   UPON STDOUT
               DISPLAY "    rejected: "
                   FUNCTION TRIM(REJECT-ERROR-MESSAGE) UPON STDOUT
           ELSE
               ADD 1 TO WS-REPAIR-HITS
               IF REJECT-RESOLVED-FLAG EQUAL 'Y'
                   DISPLAY "  REJECT-UPDATED record " REJECT-REC-NUM
                       " resolved - resubmitted, or written off if not"
                       " on RESUBMIT-OUTPUT" UPON STDOUT
               ELSE
                   DISPLAY "  REJECT-UPDATED record " REJECT-REC-NUM
                       " still unresolved" UPON STDOUT
               END-IF
           END-IF.

       3100-SHOW-REJECT-EXIT. EXIT.

      **************************************************************************
      * 3200-SCAN-RESUBMIT
      **************************************************************************
      * WALKS THE CORRECTED PAYLOADS JSON-REPAIR WROTE FOR THE NEXT
      * REPLAY - A LINE'S NUMBER IS ITS RECORD NUMBER IN THAT REPLAY.
      **************************************************************************
       3200-SCAN-RESUBMIT.
           OPEN INPUT RESUBMIT-OUTPUT.
           IF NOT RESUBMIT-FILE-OK
               GO TO 3200-SCAN-RESUBMIT-EXIT
           END-IF.

           MOVE 0 TO WS-LINE-NUM.
           SET NOT-EOF TO TRUE.
           READ RESUBMIT-OUTPUT AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LINE-NUM
               MOVE RESUBMIT-RECORD TO WS-SCAN-PAYLOAD
               PERFORM 3500-PAYLOAD-REQUEST-ID
                  THRU 3500-PAYLOAD-REQUEST-ID-EXIT
               PERFORM 3600-MATCH-ID
                  THRU 3600-MATCH-ID-EXIT
               IF ID-MATCHED
                   ADD 1 TO WS-RESUBMIT-HITS
                   DISPLAY "  RESUBMIT-OUTPUT line " WS-LINE-NUM
                       " requestId " FUNCTION TRIM(WS-CANDIDATE-ID)
                       " - corrected and queued for replay" UPON STDOUT
               END-IF
               READ RESUBMIT-OUTPUT AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE RESUBMIT-OUTPUT.

       3200-SCAN-RESUBMIT-EXIT. EXIT.

      **************************************************************************
      * 3400-SCAN-CAPTURE
      **************************************************************************
      * WALKS RESPONSE-CAPTURE FOR THE RESPONSES JSON-BATCH
      * RECORDED AGAINST A TRACED requestId.
      **************************************************************************
       3400-SCAN-CAPTURE.
           OPEN INPUT RESPONSE-CAPTURE.
           IF NOT CAPTURE-FILE-OK
               GO TO 3400-SCAN-CAPTURE-EXIT
           END-IF.

           SET NOT-EOF TO TRUE.
           READ RESPONSE-CAPTURE AT END SET END-OF-FILE TO TRUE
               END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE CAPTURE-REQUEST-ID TO WS-CANDIDATE-ID
               PERFORM 3600-MATCH-ID
                  THRU 3600-MATCH-ID-EXIT
               IF ID-MATCHED AND WS-CANDIDATE-ID NOT EQUAL SPACES
                   ADD 1 TO WS-CAPTURE-HITS
                   DISPLAY "  RESPONSE-CAPTURE record " CAPTURE-REC-NUM
                       " requestId " FUNCTION TRIM(WS-CANDIDATE-ID)
                       UPON STDOUT
                   DISPLAY "    status=" CAPTURE-STATUS-CODE
                       " result=" CAPTURE-RESULT
                       " " FUNCTION TRIM(CAPTURE-ERROR-MESSAGE)
                       UPON STDOUT
               END-IF
               READ RESPONSE-CAPTURE AT END SET END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE RESPONSE-CAPTURE.

       3400-SCAN-CAPTURE-EXIT. EXIT.

      **************************************************************************
      * 3500-PAYLOAD-REQUEST-ID
      **************************************************************************
      * PULLS THE "requestId" MEMBER'S STRING VALUE OUT OF THE
      * PAYLOAD IN WS-SCAN-PAYLOAD INTO WS-CANDIDATE-ID - SPACES
      * WHEN THE PAYLOAD CARRIES NONE. A PLAIN SCAN IS ENOUGH HERE:
      * THE PAYLOAD MAY BE THE VERY MALFORMED JSON THAT GOT IT
      * REJECTED, SO IT IS NOT HANDED TO THE PARSER.
      **************************************************************************
       3500-PAYLOAD-REQUEST-ID.
           MOVE SPACES TO WS-CANDIDATE-ID.
           MOVE 0 TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-PAYLOAD TALLYING WS-SCAN-TALLY
               FOR CHARACTERS BEFORE INITIAL '"requestId"'.
           IF WS-SCAN-TALLY > 32700
               GO TO 3500-PAYLOAD-REQUEST-ID-EXIT
           END-IF.

           COMPUTE WS-SCAN-POS = WS-SCAN-TALLY + 12.
           PERFORM UNTIL WS-SCAN-POS > 32767
                   OR (WS-SCAN-PAYLOAD(WS-SCAN-POS:1) NOT EQUAL SPACE
                   AND WS-SCAN-PAYLOAD(WS-SCAN-POS:1) NOT EQUAL ':')
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.
           IF WS-SCAN-POS > 32767
                   OR WS-SCAN-PAYLOAD(WS-SCAN-POS:1) NOT EQUAL '"'
               GO TO 3500-PAYLOAD-REQUEST-ID-EXIT
           END-IF.

           ADD 1 TO WS-SCAN-POS.
           MOVE 0 TO WS-SCAN-LEN.
           PERFORM UNTIL WS-SCAN-POS + WS-SCAN-LEN > 32768
                   OR WS-SCAN-LEN NOT < 32
                   OR WS-SCAN-PAYLOAD(WS-SCAN-POS + WS-SCAN-LEN:1)
                       EQUAL '"'
               ADD 1 TO WS-SCAN-LEN
           END-PERFORM.
           IF WS-SCAN-LEN > 0
               MOVE WS-SCAN-PAYLOAD(WS-SCAN-POS:WS-SCAN-LEN)
                   TO WS-CANDIDATE-ID
           END-IF.

       3500-PAYLOAD-REQUEST-ID-EXIT. EXIT.

      **************************************************************************
      * 3600-MATCH-ID
      **************************************************************************
      * SETS ID-MATCHED WHEN WS-CANDIDATE-ID IS ONE OF THE requestIds
      * BEING TRACED.
      **************************************************************************
       3600-MATCH-ID.
           SET ID-NOT-MATCHED TO TRUE.
           IF WS-CANDIDATE-ID EQUAL SPACES
               GO TO 3600-MATCH-ID-EXIT
           END-IF.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT OR ID-MATCHED
               IF WS-ID-VALUE(WS-ID-IDX) EQUAL WS-CANDIDATE-ID
                   SET ID-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       3600-MATCH-ID-EXIT. EXIT.

       END PROGRAM JSON-TRACE.
