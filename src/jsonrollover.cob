      * END-OF-DAY ROLLOVER FOR AUDIT-LOG. MOVES THE DAY'S RECORDS TO
      * A DATED ARCHIVE (AUDIT-ARCH-YYYYMMDD - THE DATE COMES FROM
      * THE COMMAND LINE, DEFAULTING TO TODAY), POSTS PER-DAY/PER-OP/
      * PER-STATUS TOTALS INTO THE AUDIT-HISTORY SUMMARY MASTER AND
      * PER-DAY/PER-CLIENT REQUEST, FAILURE AND 429 TOTALS INTO THE
      * CLIENT-DAILY SUMMARY MASTER, AND LEAVES THE LIVE AUDIT-LOG
      * EMPTY FOR THE NEXT DAY. JSON-RECON, JSON-OPS-REPORT AND
      * JSON-STATEMENT ACCEPT AN ARCHIVE DATE ON THEIR COMMAND LINES
      * AND RUN AGAINST THAT DAY'S ARCHIVE INSTEAD OF THE WHOLE
      * ACCUMULATED LOG.
      *
      * A RECORD FOR A MONTH JSON-STATEMENT HAS ALREADY BILLED (ITS
      * PERIOD-CONTROL RECORD IS CLOSING OR CLOSED), STAMPED AFTER
      * THAT MONTH'S BILLING CUT-OFF, IS A LATE ARRIVAL: IT IS
      * WRITTEN TO LATE-ARRIVALS INSTEAD OF THE ARCHIVE, SO NO
      * STATEMENT RE-READING THE MONTH'S ARCHIVES CAN EVER BILL IT,
      * AND THE MONTH'S LATE COUNT IS RAISED FOR THE SUPPLEMENTARY
      * RUN THAT WILL. IT IS STILL POSTED TO BOTH SUMMARY MASTERS.
      * A DATE WHOSE MONTH JSON-ARCHIVE-MONTH HAS ALREADY
      * CONSOLIDATED IS REFUSED - A NEW DAILY THERE WOULD NEVER BE
      * READ IN PLACE OF THE MONTHLY ARCHIVE.
      **************************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE RANDOM
               RECORD KEY HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CLIENT-DAILY ASSIGN TO "CLIENT-DAILY"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CDAY-KEY
               FILE STATUS IS WS-CDAY-FILE-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT LATE-ARRIVALS ASSIGN TO "LATE-ARRIVALS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
                     PREFIX-N2          BY AUDIT-LOG-N2
                     PREFIX-ITEM-COUNT  BY AUDIT-LOG-ITEM-COUNT
                     PREFIX-TOTAL       BY AUDIT-LOG-TOTAL
                     PREFIX-STATUS-CODE BY AUDIT-LOG-STATUS-CODE
                     PREFIX-REQUEST-ID  BY AUDIT-LOG-REQUEST-ID
                     PREFIX-TARIFF-CODE BY AUDIT-LOG-TARIFF-CODE.

      **************************************************************************
      * THE DAY'S RECORDS LAND HERE VERBATIM, UNDER THE DATED NAME
                     PREFIX-N2          BY ARCHIVE-N2
                     PREFIX-ITEM-COUNT  BY ARCHIVE-ITEM-COUNT
                     PREFIX-TOTAL       BY ARCHIVE-TOTAL
                     PREFIX-STATUS-CODE BY ARCHIVE-STATUS-CODE
                     PREFIX-REQUEST-ID  BY ARCHIVE-REQUEST-ID
                     PREFIX-TARIFF-CODE BY ARCHIVE-TARIFF-CODE.

      **************************************************************************
      * THE SUMMARY HISTORY MASTER - ONE RECORD PER DAY/OP/STATUS
                     PREFIX-STATUS-CODE BY HIST-STATUS-CODE
                     PREFIX-COUNT       BY HIST-COUNT.

      **************************************************************************
      * THE PER-CLIENT DAILY SUMMARY MASTER - ONE RECORD PER DAY AND
      * clientId, SO THE ANOMALY REPORT CAN TELL WHICH DEPARTMENT
      * MOVED THE DAY'S NUMBERS WITHOUT RE-READING THE ARCHIVES.
      **************************************************************************
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
      * THE OPEN / CLOSING / CLOSED STATE OF EACH BILLING MONTH.
      **************************************************************************
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
      * RECORDS THAT ARRIVED AFTER THEIR MONTH WAS BILLED, VERBATIM,
      * APPENDED IN ARRIVAL ORDER FOR THE SUPPLEMENTARY STATEMENT.
      **************************************************************************
       FD  LATE-ARRIVALS.
       COPY "auditrec.cpy"
           REPLACING PREFIX-RECORD      BY LATE-RECORD
                     PREFIX-TIMESTAMP   BY LATE-TIMESTAMP
                     PREFIX-CLIENT-ID   BY LATE-CLIENT-ID
                     PREFIX-OP          BY LATE-OP
                     PREFIX-N1          BY LATE-N1
                     PREFIX-N2          BY LATE-N2
                     PREFIX-ITEM-COUNT  BY LATE-ITEM-COUNT
                     PREFIX-TOTAL       BY LATE-TOTAL
                     PREFIX-STATUS-CODE BY LATE-STATUS-CODE
                     PREFIX-REQUEST-ID  BY LATE-REQUEST-ID
                     PREFIX-TARIFF-CODE BY LATE-TARIFF-CODE.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
       01  WS-HIST-FILE-STATUS                  PIC XX VALUE SPACES.
           88 HIST-FILE-OK                            VALUE '00'.
           88 HIST-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-CDAY-FILE-STATUS                  PIC XX VALUE SPACES.
           88 CDAY-FILE-OK                            VALUE '00'.
           88 CDAY-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-PERIOD-FILE-STATUS                PIC XX VALUE SPACES.
           88 PERIOD-FILE-OK                          VALUE '00'.
           88 PERIOD-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-LATE-FILE-STATUS                  PIC XX VALUE SPACES.
           88 LATE-FILE-OK                            VALUE '00'.
           88 LATE-FILE-NOT-FOUND                     VALUE '35'.

      **************************************************************************
      * PERIOD CONTROL. WITH NO PERIOD-CONTROL FILE NO MONTH HAS BEEN
      * BILLED AND NOTHING IS LATE. EACH MONTH THE LOG TOUCHES IS
      * LOOKED UP ONCE INTO THE MONTH TABLE, WITH ITS BILLING CUT-OFF
      * (SPACES FOR A MONTH STILL OPEN) AND THE LATE ARRIVALS THIS
      * RUN DIVERTED FOR IT - POSTED TO PERIOD-CONTROL ONLY ONCE THE
      * WHOLE LOG HAS BEEN CUT CLEAN. A MONTH BEYOND THE TABLE IS
      * TREATED AS OPEN.
      **************************************************************************
       01  WS-PERIOD-SW                         PIC X VALUE 'Y'.
           88 PERIODS-PRESENT                         VALUE 'Y'.
           88 PERIODS-ABSENT                          VALUE 'N'.
       01  WS-MONTH-ENTRY-COUNT                 PIC 9(2) VALUE 0.
       01  WS-MONTH-IDX                         PIC 9(2) USAGE COMP.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY                   OCCURS 24 TIMES.
               10  WS-MONTH-KEY                 PIC X(6).
               10  WS-MONTH-CUTOFF              PIC X(21).
               10  WS-MONTH-LATE                PIC 9(7).
       01  WS-LATE-SW                           PIC X VALUE 'N'.
           88 RECORD-IS-LATE                          VALUE 'Y'.
           88 RECORD-ON-TIME                          VALUE 'N'.

      **************************************************************************
      * THE ROLLOVER DATE (YYYYMMDD, DEFAULT TODAY) AND THE DATED
       01  WS-ROLL-COUNTERS.
           05  WS-ROLL-ARCHIVED                 PIC 9(7) VALUE 0.
           05  WS-ROLL-POSTINGS                 PIC 9(7) VALUE 0.
           05  WS-ROLL-CLIENT-POSTINGS          PIC 9(7) VALUE 0.
           05  WS-ROLL-LATE                     PIC 9(7) VALUE 0.

      **************************************************************************
      * RUN-CONTROL BOOKKEEPING - THE START/END RECORD EVERY NIGHTLY
      * JOB WRITES, AND THE FORCE TOKEN THAT LETS THE OPERATOR PUSH
      * A CHALLENGED RERUN (OR A ROLLOVER WITHOUT A CLEAN RECON)
      * THROUGH DELIBERATELY. THE RUN'S RETURN CODE IS HELD APART
      * UNTIL THE END RECORD IS WRITTEN, AS THE CALL WOULD OTHERWISE
      * CLEAR IT.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-FORCE-ARG                         PIC X(8) VALUE SPACES.
       01  WS-FORCE-SW                          PIC X VALUE 'N'.
           88 FORCE-RERUN                             VALUE 'Y'.
           88 NO-FORCE                                VALUE 'N'.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.
       COPY "runctlreq.cpy".

       LOCAL-STORAGE SECTION.
      * 1000-MAIN
      **************************************************************************
      * CUTS THE LIVE LOG - EVERY RECORD IS COPIED TO THE DATED
      * ARCHIVE AND POSTED TO THE HISTORY AND CLIENT-DAILY MASTERS,
      * THEN THE LIVE AUDIT-LOG IS REOPENED OUTPUT SO THE NEXT DAY
      * STARTS EMPTY.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
                  THRU 0450-RUN-CONTROL-END-EXIT
               GO TO 1000-MAIN-END
           END-IF.
           MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-ROLL-DATE(1:6))
               TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT AUDIT-ARCHIVE.
           IF NOT ARCHIVE-FILE-NOT-FOUND
               CLOSE AUDIT-ARCHIVE
               DISPLAY "Month " WS-ROLL-DATE(1:6) " is already"
                   " consolidated in "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                   " - rollover refused!" UPON STDERR
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               GO TO 1000-MAIN-END
           END-IF.
           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-ROLL-DATE)
               TO WS-ARCHIVE-FILE-NAME.

           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               MOVE 8 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0550-OPEN-CLIENT-DAILY
              THRU 0550-OPEN-CLIENT-DAILY-EXIT.
           IF NOT CDAY-FILE-OK
               CLOSE AUDIT-LOG
               CLOSE HISTORY-MASTER
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               MOVE 8 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0600-OPEN-PERIODS
              THRU 0600-OPEN-PERIODS-EXIT.
           IF ROLLOVER-FAILED
               CLOSE AUDIT-LOG
               CLOSE HISTORY-MASTER
               CLOSE CLIENT-DAILY
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

                   " - live log NOT cut." UPON STDERR
               CLOSE AUDIT-LOG
               CLOSE HISTORY-MASTER
               CLOSE CLIENT-DAILY
               PERFORM 0690-CLOSE-PERIODS
                  THRU 0690-CLOSE-PERIODS-EXIT
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
           CLOSE AUDIT-LOG.
           CLOSE AUDIT-ARCHIVE.
           CLOSE HISTORY-MASTER.
           CLOSE CLIENT-DAILY.

      *    THE LATE COUNTS ARE POSTED ONLY FOR A CLEAN CUT - A FAILED
      *    RUN LEAVES THE LIVE LOG TO BE ROLLED AGAIN, AND THE SAME
      *    RECORDS WILL BE DIVERTED (AND COUNTED) THEN.
           IF ROLLOVER-CLEAN
               PERFORM 1700-POST-LATE-COUNTS
                  THRU 1700-POST-LATE-COUNTS-EXIT
           END-IF.
           PERFORM 0690-CLOSE-PERIODS
              THRU 0690-CLOSE-PERIODS-EXIT.

      *    THE LIVE LOG IS CUT ONLY WHEN EVERY RECORD LANDED IN THE
      *    ARCHIVE. ON ANY ARCHIVE FAILURE THE DAY'S RECORDS STAY IN
      *    AUDIT-LOG; THE PARTIAL ARCHIVE MUST BE REMOVED BEFORE THE
      *    ROLLOVER IS RERUN (THE EXISTS CHECK ABOVE REFUSES WHILE IT
      *    REMAINS, AND THE HISTORY AND CLIENT-DAILY POSTINGS ALREADY
      *    MADE FOR IT WOULD OTHERWISE DOUBLE).
           IF ROLLOVER-FAILED
               DISPLAY "Archive write failed - live log NOT cut!"
                   UPON STDERR
               DISPLAY "Remove " FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                   " before rerunning!" UPON STDERR
               IF WS-ROLL-LATE > 0
                   DISPLAY "Remove the last " WS-ROLL-LATE
                       " record(s) from LATE-ARRIVALS too - they will"
                       " be diverted again." UPON STDERR
               END-IF
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
               PERFORM 0450-RUN-CONTROL-END
                  THRU 0450-RUN-CONTROL-END-EXIT
               UPON STDOUT.
           DISPLAY "History postings:    " WS-ROLL-POSTINGS
               UPON STDOUT.
           DISPLAY "Client-day postings: " WS-ROLL-CLIENT-POSTINGS
               UPON STDOUT.
           DISPLAY "Late arrivals diverted: " WS-ROLL-LATE
               UPON STDOUT.

      *    A LATE COUNT THAT COULD NOT BE POSTED LEAVES THE RUN
      *    MARKED FAILED - THE DAY IS ARCHIVED, BUT THE SUPPLEMENTARY
      *    STATEMENT WILL NOT SEE THOSE LATE ARRIVALS UNTIL THE COUNT
      *    IS PUT RIGHT ON PERIOD-CONTROL.
           IF WS-FINAL-RC EQUAL 8
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
           ELSE
               MOVE 'C' TO WS-RC-COMPLETION-FLAG
           END-IF.
           MOVE WS-ROLL-ARCHIVED TO WS-RC-RECORD-COUNT.
           PERFORM 0450-RUN-CONTROL-END
              THRU 0450-RUN-CONTROL-END-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.

       1000-MAIN-END. STOP RUN.


       0500-OPEN-HISTORY-EXIT. EXIT.

      **************************************************************************
      * 0550-OPEN-CLIENT-DAILY
      **************************************************************************
      * OPENS THE CLIENT-DAILY MASTER FOR UPDATE, CREATING IT EMPTY
      * ON THE FIRST ROLLOVER AFTER IT WAS INTRODUCED.
      **************************************************************************
       0550-OPEN-CLIENT-DAILY.
           OPEN I-O CLIENT-DAILY.
           IF CDAY-FILE-NOT-FOUND
               OPEN OUTPUT CLIENT-DAILY
               CLOSE CLIENT-DAILY
               OPEN I-O CLIENT-DAILY
           END-IF.
           IF NOT CDAY-FILE-OK
               DISPLAY "Could not open CLIENT-DAILY! Status: "
                   WS-CDAY-FILE-STATUS UPON STDERR
           END-IF.

       0550-OPEN-CLIENT-DAILY-EXIT. EXIT.

      **************************************************************************
      * 0600-OPEN-PERIODS
      **************************************************************************
      * OPENS PERIOD-CONTROL FOR UPDATE AND LATE-ARRIVALS TO APPEND
      * TO, CREATING LATE-ARRIVALS ON ITS FIRST USE. NO PERIOD-CONTROL
      * FILE MEANS NO MONTH HAS BEEN BILLED, SO NOTHING CAN BE LATE.
      * ONE THAT CANNOT BE OPENED FAILS THE ROLLOVER BEFORE THE CUT -
      * A LATE RECORD ARCHIVED IN ERROR WOULD NEVER BE BILLED.
      **************************************************************************
       0600-OPEN-PERIODS.
           OPEN I-O PERIOD-CONTROL.
           IF PERIOD-FILE-NOT-FOUND
               SET PERIODS-ABSENT TO TRUE
               GO TO 0600-OPEN-PERIODS-EXIT
           END-IF.
           IF NOT PERIOD-FILE-OK
               DISPLAY "Could not open PERIOD-CONTROL! Status: "
                   WS-PERIOD-FILE-STATUS " - live log NOT cut."
                   UPON STDERR
               SET PERIODS-ABSENT TO TRUE
               SET ROLLOVER-FAILED TO TRUE
               GO TO 0600-OPEN-PERIODS-EXIT
           END-IF.

           OPEN EXTEND LATE-ARRIVALS.
           IF LATE-FILE-NOT-FOUND
               OPEN OUTPUT LATE-ARRIVALS
           END-IF.
           IF NOT LATE-FILE-OK
               DISPLAY "Could not open LATE-ARRIVALS! Status: "
                   WS-LATE-FILE-STATUS " - live log NOT cut."
                   UPON STDERR
               CLOSE PERIOD-CONTROL
               SET PERIODS-ABSENT TO TRUE
               SET ROLLOVER-FAILED TO TRUE
           END-IF.

       0600-OPEN-PERIODS-EXIT. EXIT.

      **************************************************************************
      * 0690-CLOSE-PERIODS
      **************************************************************************
      * CLOSES WHAT 0600-OPEN-PERIODS OPENED.
      **************************************************************************
       0690-CLOSE-PERIODS.
           IF PERIODS-PRESENT
               CLOSE PERIOD-CONTROL
               CLOSE LATE-ARRIVALS
           END-IF.

       0690-CLOSE-PERIODS-EXIT. EXIT.

      **************************************************************************
      * 1500-ROLL-RECORD
      **************************************************************************
      * COPIES ONE LIVE RECORD TO THE ARCHIVE VERBATIM - OR, IF IT
      * ARRIVED AFTER ITS MONTH WAS BILLED, TO LATE-ARRIVALS - AND
      * POSTS IT TO ITS DAY/OP/STATUS TOTAL IN THE HISTORY MASTER AND
      * ITS DAY/CLIENT TOTALS IN THE CLIENT-DAILY MASTER.
      **************************************************************************
       1500-ROLL-RECORD.
           PERFORM 1600-CHECK-LATE THRU 1600-CHECK-LATE-EXIT.
           IF RECORD-IS-LATE
               WRITE LATE-RECORD FROM AUDIT-LOG-RECORD
               IF NOT LATE-FILE-OK
                   SET ROLLOVER-FAILED TO TRUE
                   DISPLAY "Late-arrivals write failed! Status: "
                       WS-LATE-FILE-STATUS UPON STDERR
                   GO TO 1500-ROLL-RECORD-EXIT
               END-IF
               ADD 1 TO WS-MONTH-LATE(WS-MONTH-IDX)
               ADD 1 TO WS-ROLL-LATE
           ELSE
               WRITE ARCHIVE-RECORD FROM AUDIT-LOG-RECORD
               IF NOT ARCHIVE-FILE-OK
                   SET ROLLOVER-FAILED TO TRUE
                   DISPLAY "Archive write failed! Status: "
                       WS-ARCHIVE-FILE-STATUS UPON STDERR
                   GO TO 1500-ROLL-RECORD-EXIT
               END-IF
               ADD 1 TO WS-ROLL-ARCHIVED
           END-IF.

           MOVE AUDIT-LOG-TIMESTAMP(1:8) TO HIST-DATE.
           MOVE AUDIT-LOG-OP             TO HIST-OP.
           END-READ.
           ADD 1 TO WS-ROLL-POSTINGS.

           MOVE AUDIT-LOG-TIMESTAMP(1:8) TO CDAY-DATE.
           MOVE AUDIT-LOG-CLIENT-ID      TO CDAY-CLIENT-ID.
           READ CLIENT-DAILY
               INVALID KEY
                   MOVE 0 TO CDAY-REQUESTS
                   MOVE 0 TO CDAY-FAILURES
                   MOVE 0 TO CDAY-QUOTA-REFUSALS
           END-READ.
           ADD 1 TO CDAY-REQUESTS.
           IF AUDIT-LOG-STATUS-CODE NOT EQUAL 200
               ADD 1 TO CDAY-FAILURES
           END-IF.
           IF AUDIT-LOG-STATUS-CODE EQUAL 429
               ADD 1 TO CDAY-QUOTA-REFUSALS
           END-IF.
           IF CDAY-REQUESTS EQUAL 1
               WRITE CDAY-RECORD
           ELSE
               REWRITE CDAY-RECORD
           END-IF.
           ADD 1 TO WS-ROLL-CLIENT-POSTINGS.

       1500-ROLL-RECORD-EXIT. EXIT.

      **************************************************************************
      * 1600-CHECK-LATE
      **************************************************************************
      * SETS RECORD-IS-LATE WHEN THE RECORD'S MONTH HAS BEEN BILLED
      * AND THE RECORD IS STAMPED AFTER THAT MONTH'S CUT-OFF, LEAVING
      * WS-MONTH-IDX ON THE MONTH'S TABLE ENTRY. A MONTH NOT YET IN
      * THE TABLE IS READ FROM PERIOD-CONTROL AND ADDED.
      **************************************************************************
       1600-CHECK-LATE.
           SET RECORD-ON-TIME TO TRUE.
           IF PERIODS-ABSENT
               GO TO 1600-CHECK-LATE-EXIT
           END-IF.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-ENTRY-COUNT
               IF WS-MONTH-KEY(WS-MONTH-IDX)
                       EQUAL AUDIT-LOG-TIMESTAMP(1:6)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-MONTH-IDX > WS-MONTH-ENTRY-COUNT
               IF WS-MONTH-ENTRY-COUNT NOT < 24
                   GO TO 1600-CHECK-LATE-EXIT
               END-IF
               ADD 1 TO WS-MONTH-ENTRY-COUNT
               MOVE WS-MONTH-ENTRY-COUNT TO WS-MONTH-IDX
               MOVE AUDIT-LOG-TIMESTAMP(1:6)
                   TO WS-MONTH-KEY(WS-MONTH-IDX)
               MOVE SPACES TO WS-MONTH-CUTOFF(WS-MONTH-IDX)
               MOVE 0 TO WS-MONTH-LATE(WS-MONTH-IDX)
               MOVE AUDIT-LOG-TIMESTAMP(1:6) TO PERIOD-MONTH
               READ PERIOD-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIOD-STATUS EQUAL 'P' OR 'C'
                           MOVE PERIOD-BILLED-TIMESTAMP
                               TO WS-MONTH-CUTOFF(WS-MONTH-IDX)
                       END-IF
               END-READ
           END-IF.

           IF WS-MONTH-CUTOFF(WS-MONTH-IDX) NOT EQUAL SPACES
                   AND AUDIT-LOG-TIMESTAMP(1:16) >
                       WS-MONTH-CUTOFF(WS-MONTH-IDX)(1:16)
               SET RECORD-IS-LATE TO TRUE
           END-IF.

       1600-CHECK-LATE-EXIT. EXIT.

      **************************************************************************
      * 1700-POST-LATE-COUNTS
      **************************************************************************
      * ADDS EACH MONTH'S LATE ARRIVALS FROM THIS RUN TO ITS LATE
      * COUNT ON PERIOD-CONTROL, WHERE THE SUPPLEMENTARY STATEMENT
      * FINDS THEM OUTSTANDING. A COUNT THAT CANNOT BE POSTED ENDS THE
      * RUN WITH RETURN CODE 8.
      **************************************************************************
       1700-POST-LATE-COUNTS.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-ENTRY-COUNT
               IF WS-MONTH-LATE(WS-MONTH-IDX) > 0
                   MOVE WS-MONTH-KEY(WS-MONTH-IDX) TO PERIOD-MONTH
                   READ PERIOD-CONTROL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-MONTH-LATE(WS-MONTH-IDX)
                               TO PERIOD-LATE-COUNT
                           REWRITE PERIOD-RECORD
                   END-READ
                   IF NOT PERIOD-FILE-OK
                       DISPLAY "Late count of "
                           WS-MONTH-LATE(WS-MONTH-IDX) " for "
                           WS-MONTH-KEY(WS-MONTH-IDX)
                           " not posted to PERIOD-CONTROL! Status: "
                           WS-PERIOD-FILE-STATUS UPON STDERR
                       MOVE 8 TO WS-FINAL-RC
                   ELSE
                       DISPLAY "Late arrivals for "
                           WS-MONTH-KEY(WS-MONTH-IDX) ": "
                           WS-MONTH-LATE(WS-MONTH-IDX)
                           " - bill them with JSON-STATEMENT "
                           WS-MONTH-KEY(WS-MONTH-IDX) " SUPPLEMENTARY."
                           UPON STDOUT
                   END-IF
               END-IF
           END-PERFORM.

       1700-POST-LATE-COUNTS-EXIT. EXIT.

       END PROGRAM JSON-ROLLOVER.
