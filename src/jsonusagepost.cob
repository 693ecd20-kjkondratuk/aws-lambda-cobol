      * RECORD'S CALENDAR MONTH IN THE USAGE-COUNTERS FILE. THE LIVE
      * QUOTA CHECK IN JSON-PROCESS THEN ONLY EVER PAYS ONE KEYED
      * READ. RUN ONCE PER ARCHIVE DATE AFTER THE ROLLOVER - A RERUN
      * FOR THE SAME DATE WOULD POST THE DAY'S COUNTS TWICE. ONCE
      * JSON-ARCHIVE-MONTH HAS CONSOLIDATED THE MONTH AND THE DAILY
      * FILE IS GONE, THE DAY'S RECORDS - THOSE STAMPED ON THE DATE -
      * ARE READ FROM THE MONTHLY ARCHIVE AUDIT-MONTH-YYYYMM INSTEAD.
      **************************************************************************

       ENVIRONMENT DIVISION.
                     PREFIX-N2          BY ARCHIVE-N2
                     PREFIX-ITEM-COUNT  BY ARCHIVE-ITEM-COUNT
                     PREFIX-TOTAL       BY ARCHIVE-TOTAL
                     PREFIX-STATUS-CODE BY ARCHIVE-STATUS-CODE
                     PREFIX-REQUEST-ID  BY ARCHIVE-REQUEST-ID
                     PREFIX-TARIFF-CODE BY ARCHIVE-TARIFF-CODE.

      **************************************************************************
      * THE PER-CLIENT PER-MONTH COUNTERS THE LIVE QUOTA CHECK READS.
       01  WS-POST-DATE                         PIC X(8) VALUE SPACES.
       01  WS-TODAY-TIMESTAMP                   PIC X(21).
       01  WS-ARCHIVE-FILE-NAME                 PIC X(30).
       01  WS-MONTHLY-SW                        PIC X VALUE 'N'.
           88 READING-MONTHLY                         VALUE 'Y'.
           88 READING-DAILY                           VALUE 'N'.

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY REPORT
           END-IF.

           OPEN INPUT AUDIT-ARCHIVE.
           IF ARCHIVE-FILE-NOT-FOUND
               MOVE FUNCTION CONCATENATE("AUDIT-MONTH-"
                   WS-POST-DATE(1:6)) TO WS-ARCHIVE-FILE-NAME
               OPEN INPUT AUDIT-ARCHIVE
               IF NOT ARCHIVE-FILE-NOT-FOUND
                   SET READING-MONTHLY TO TRUE
                   DISPLAY "Daily archive consolidated - posting "
                       WS-POST-DATE " from "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                       UPON STDOUT
               ELSE
                   MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-POST-DATE)
                       TO WS-ARCHIVE-FILE-NAME
               END-IF
           END-IF.
           IF ARCHIVE-FILE-NOT-FOUND
               DISPLAY "Archive "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
      * ADDS ONE ARCHIVED REQUEST INTO ITS CLIENT'S COUNTER FOR THE
      * RECORD'S OWN CALENDAR MONTH. A RECORD WITHOUT A clientId HAS
      * NO QUOTA TO COUNT AGAINST AND IS TALLIED AS UNATTRIBUTED.
      * FROM A MONTHLY ARCHIVE ONLY THE POSTING DATE'S RECORDS COUNT;
      * THE OTHER DAYS AND THE TRAILER ARE PASSED OVER.
      **************************************************************************
       1500-POST-RECORD.
           IF READING-MONTHLY
                   AND ARCHIVE-TIMESTAMP(1:8) NOT EQUAL WS-POST-DATE
               GO TO 1500-POST-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-POST-READ.

           IF ARCHIVE-CLIENT-ID EQUAL SPACES
