      *   2 - LOOK A CODE UP IN TARIFF-MASTER AND SHOW ITS FULL
      *       EFFECTIVE-DATED RATE HISTORY;
      *   3 - SHOW ONE CLIENT'S REQUEST ACTIVITY FOR A CHOSEN DAY
      *       FROM THAT DAY'S AUDIT-ARCH ARCHIVE, OR FROM THE
      *       MONTH'S AUDIT-MONTH ARCHIVE ONCE IT IS CONSOLIDATED;
      *   X - LEAVE.
      * EVERY FILE IS OPENED INPUT ONLY AND THE INDEXED MASTERS ARE
      * TOUCHED ONLY THROUGH KEYED READS, SO AN INQUIRY CAN NEVER
                     PREFIX-N2          BY ARCHIVE-N2
                     PREFIX-ITEM-COUNT  BY ARCHIVE-ITEM-COUNT
                     PREFIX-TOTAL       BY ARCHIVE-TOTAL
                     PREFIX-STATUS-CODE BY ARCHIVE-STATUS-CODE
                     PREFIX-REQUEST-ID  BY ARCHIVE-REQUEST-ID
                     PREFIX-TARIFF-CODE BY ARCHIVE-TARIFF-CODE.

       WORKING-STORAGE SECTION.
      **************************************************************************
       01  WS-ASK-CLIENT-ID                     PIC X(16).
       01  WS-ASK-DATE                          PIC X(8).
       01  WS-ARCHIVE-FILE-NAME                 PIC X(30).
       01  WS-MONTHLY-SW                        PIC X VALUE 'N'.
           88 READING-MONTHLY                         VALUE 'Y'.
           88 READING-DAILY                           VALUE 'N'.

      **************************************************************************
      * SWITCHES AND COUNTS FOR THE LOOKUP IN HAND
      * WALKS ONE DAY'S AUDIT-ARCH ARCHIVE AND SHOWS EVERY RECORD
      * THE CHOSEN CLIENT SENT THAT DAY. THE ARCHIVE IS A CLOSED,
      * ROLLED FILE - NOT THE LIVE AUDIT-LOG - SO THE DESK CAN READ
      * IT FREELY WHILE THE SERVICE RUNS. WHEN THE DAY'S FILE HAS
      * BEEN CONSOLIDATED AWAY, THE MONTHLY ARCHIVE IS READ AND ONLY
      * THE RECORDS STAMPED ON THAT DAY ARE SHOWN.
      **************************************************************************
       2300-CLIENT-INQUIRY.
           DISPLAY "clientId: " WITH NO ADVANCING.

           MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-ASK-DATE)
               TO WS-ARCHIVE-FILE-NAME.
           SET READING-DAILY TO TRUE.
           OPEN INPUT AUDIT-ARCHIVE.
           IF ARCHIVE-FILE-NOT-FOUND
               MOVE FUNCTION CONCATENATE("AUDIT-MONTH-"
                   WS-ASK-DATE(1:6)) TO WS-ARCHIVE-FILE-NAME
               OPEN INPUT AUDIT-ARCHIVE
               IF NOT ARCHIVE-FILE-NOT-FOUND
                   SET READING-MONTHLY TO TRUE
                   DISPLAY "  (from monthly archive "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) ")"
               END-IF
           END-IF.
           IF ARCHIVE-FILE-NOT-FOUND
               DISPLAY "No archive AUDIT-ARCH-" WS-ASK-DATE
                   " - was that day rolled over?"
               GO TO 2300-CLIENT-INQUIRY-EXIT
           END-IF.
           READ AUDIT-ARCHIVE AT END SET END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL END-OF-FILE
               IF ARCHIVE-CLIENT-ID EQUAL WS-ASK-CLIENT-ID
                       AND (READING-DAILY
                        OR ARCHIVE-TIMESTAMP(1:8) EQUAL WS-ASK-DATE)
                   ADD 1 TO WS-HIT-COUNT
                   DISPLAY "  " ARCHIVE-TIMESTAMP
                       " " ARCHIVE-OP
