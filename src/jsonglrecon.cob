       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-GL-RECON.

      **************************************************************************
      * RECONCILES THE GENERAL LEDGER'S GL-ACK FILE AGAINST THE
      * BILLING-EXTRACT JSON-STATEMENT SENT IT, SO AN INVOICE THE
      * LEDGER REJECTED, NEVER ACKNOWLEDGED OR POSTED AT THE WRONG
      * AMOUNT IS CAUGHT HERE INSTEAD OF BY THE DEPARTMENT IT BILLS.
      * THE EXTRACT IS FIRST PROVED AGAINST ITS OWN TRAILER - A SHORT
      * OR DAMAGED EXTRACT IS REFUSED BEFORE ANYTHING IS RECORDED.
      * EACH INVOICE IN IT (ITS 'D' CHARGE NETTED WITH ITS 'A'
      * ADJUSTMENTS) IS THEN RECORDED AS SENT ON THE INDEXED
      * INVOICE-STATUS FILE, EACH ACKNOWLEDGMENT IS MATCHED TO ITS
      * INVOICE BY PERIOD AND INVOICE NUMBER, AND THE REPORT LISTS:
      *   ACCEPTED  - POSTED AT THE AMOUNT SENT;
      *   CLEARED   - ACCEPTED AFTER AN EARLIER REJECTION OR MISMATCH
      *               WAS CORRECTED AND THE INVOICE SENT AGAIN;
      *   REJECTED  - REFUSED BY THE LEDGER, WITH ITS REASON;
      *   MISMATCH  - POSTED AT AN AMOUNT OTHER THAN THE ONE SENT;
      *   NO ACK    - IN THE EXTRACT BUT NOT ACKNOWLEDGED AT ALL;
      *   NOT SENT  - ACKNOWLEDGED BUT NEVER SENT FROM HERE.
      * INVOICE-STATUS OUTLIVES THE RUN, SO A REJECTED INVOICE SENT
      * AGAIN IN A LATER EXTRACT IS SEEN AS A RESEND, AND ITS
      * ACCEPTANCE SHOWS AS CLEARED. RERUNNING AGAINST THE SAME
      * EXTRACT AND ACK FILE CHANGES NOTHING. THE EXTRACT AND ACK
      * FILE NAMES MAY BE GIVEN ON THE COMMAND LINE (DEFAULTS
      * BILLING-EXTRACT AND GL-ACK). ENDS RC 4 WHEN ANYTHING NEEDS
      * FOLLOWING UP, RC 8 WHEN THE RUN IS REFUSED OR AN
      * INVOICE-STATUS RECORD COULD NOT BE WRITTEN.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-EXTRACT ASSIGN TO WS-EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT GL-ACK ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT INVOICE-STATUS ASSIGN TO "INVOICE-STATUS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY INVST-KEY
               FILE STATUS IS WS-INVST-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      **************************************************************************
      * THE EXTRACT AS JSON-STATEMENT WROTE IT - EACH RECORD IS READ
      * THROUGH THE LAYOUT ITS TYPE BYTE NAMES.
      **************************************************************************
       FD  BILLING-EXTRACT.
       COPY "extrec.cpy"
           REPLACING PREFIX-HEADER             BY EXTRACT-HEADER
                     PREFIX-H-TYPE             BY EXTRACT-H-TYPE
                     PREFIX-H-RUN-DATE         BY EXTRACT-H-RUN-DATE
                     PREFIX-H-PERIOD           BY EXTRACT-H-PERIOD
                     PREFIX-H-RUN-TYPE         BY EXTRACT-H-RUN-TYPE
                     PREFIX-H-LATE-PERIOD      BY EXTRACT-H-LATE-PERIOD
                     PREFIX-DETAIL             BY EXTRACT-DETAIL
                     PREFIX-D-TYPE             BY EXTRACT-D-TYPE
                     PREFIX-D-INVOICE-NUMBER
                                         BY EXTRACT-D-INVOICE-NUMBER
                     PREFIX-D-CLIENT-ID        BY EXTRACT-D-CLIENT-ID
                     PREFIX-D-PERIOD           BY EXTRACT-D-PERIOD
                     PREFIX-D-REQUEST-COUNT
                                         BY EXTRACT-D-REQUEST-COUNT
                     PREFIX-D-SUCCESS-COUNT
                                         BY EXTRACT-D-SUCCESS-COUNT
                     PREFIX-D-FAILURE-COUNT
                                         BY EXTRACT-D-FAILURE-COUNT
                     PREFIX-D-CHARGE           BY EXTRACT-D-CHARGE
                     PREFIX-D-PLAN-CODE        BY EXTRACT-D-PLAN-CODE
                     PREFIX-D-RUN-TYPE         BY EXTRACT-D-RUN-TYPE
                     PREFIX-D-LATE-PERIOD      BY EXTRACT-D-LATE-PERIOD
                     PREFIX-ADJUSTMENT         BY EXTRACT-ADJUSTMENT
                     PREFIX-A-TYPE             BY EXTRACT-A-TYPE
                     PREFIX-A-INVOICE-NUMBER
                                         BY EXTRACT-A-INVOICE-NUMBER
                     PREFIX-A-CLIENT-ID        BY EXTRACT-A-CLIENT-ID
                     PREFIX-A-PERIOD           BY EXTRACT-A-PERIOD
                     PREFIX-A-ADJ-TYPE         BY EXTRACT-A-ADJ-TYPE
                     PREFIX-A-AMOUNT           BY EXTRACT-A-AMOUNT
                     PREFIX-A-REASON-CODE      BY EXTRACT-A-REASON-CODE
                     PREFIX-A-ORIG-INVOICE     BY EXTRACT-A-ORIG-INVOICE
                     PREFIX-A-ORIG-PERIOD      BY EXTRACT-A-ORIG-PERIOD
                     PREFIX-A-SEQ              BY EXTRACT-A-SEQ
                     PREFIX-TRAILER            BY EXTRACT-TRAILER
                     PREFIX-T-TYPE             BY EXTRACT-T-TYPE
                     PREFIX-T-DETAIL-COUNT     BY EXTRACT-T-DETAIL-COUNT
                     PREFIX-T-REQUEST-COUNT
                                         BY EXTRACT-T-REQUEST-COUNT
                     PREFIX-T-CHARGE-HASH      BY EXTRACT-T-CHARGE-HASH
                     PREFIX-T-ADJUSTMENT-COUNT
                                         BY EXTRACT-T-ADJUSTMENT-COUNT.

      **************************************************************************
      * THE LEDGER'S ACKNOWLEDGMENTS - ONE PER INVOICE IT PROCESSED.
      **************************************************************************
       FD  GL-ACK.
       COPY "ackrec.cpy"
           REPLACING PREFIX-RECORD         BY ACK-RECORD
                     PREFIX-RESULT         BY ACK-RESULT
                     PREFIX-INVOICE-NUMBER BY ACK-INVOICE-NUMBER
                     PREFIX-PERIOD         BY ACK-PERIOD
                     PREFIX-CLIENT-ID      BY ACK-CLIENT-ID
                     PREFIX-AMOUNT         BY ACK-AMOUNT
                     PREFIX-POSTING-REF    BY ACK-POSTING-REF
                     PREFIX-REJECT-REASON  BY ACK-REJECT-REASON.

      **************************************************************************
      * WHERE EVERY INVOICE SENT TO THE LEDGER STANDS, RUN TO RUN.
      **************************************************************************
       FD  INVOICE-STATUS.
       COPY "invstrec.cpy"
           REPLACING PREFIX-RECORD          BY INVST-RECORD
                     PREFIX-KEY             BY INVST-KEY
                     PREFIX-PERIOD          BY INVST-PERIOD
                     PREFIX-INVOICE-NUMBER  BY INVST-INVOICE-NUMBER
                     PREFIX-CLIENT-ID       BY INVST-CLIENT-ID
                     PREFIX-STATUS          BY INVST-STATUS
                     PREFIX-AMOUNT          BY INVST-AMOUNT
                     PREFIX-SEND-COUNT      BY INVST-SEND-COUNT
                     PREFIX-FIRST-SENT-DATE BY INVST-FIRST-SENT-DATE
                     PREFIX-LAST-SENT-DATE  BY INVST-LAST-SENT-DATE
                     PREFIX-RESENT-FLAG     BY INVST-RESENT-FLAG
                     PREFIX-ACK-AMOUNT      BY INVST-ACK-AMOUNT
                     PREFIX-POSTING-REF     BY INVST-POSTING-REF
                     PREFIX-REJECT-REASON   BY INVST-REJECT-REASON
                     PREFIX-REJECT-COUNT    BY INVST-REJECT-COUNT
                     PREFIX-LAST-ACK-DATE   BY INVST-LAST-ACK-DATE
                     PREFIX-CLEARED-DATE    BY INVST-CLEARED-DATE.

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.

       01  WS-COMMAND-LINE                      PIC X(80) VALUE SPACES.
       01  WS-EXTRACT-FILE-NAME                 PIC X(30)
                                       VALUE "BILLING-EXTRACT".
       01  WS-EXTRACT-FILE-STATUS               PIC XX VALUE SPACES.
           88 EXTRACT-FILE-OK                         VALUE '00'.
           88 EXTRACT-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-ACK-FILE-NAME                     PIC X(30)
                                                 VALUE "GL-ACK".
       01  WS-ACK-FILE-STATUS                   PIC XX VALUE SPACES.
           88 ACK-FILE-OK                             VALUE '00'.
           88 ACK-FILE-NOT-FOUND                      VALUE '35'.
       01  WS-INVST-FILE-STATUS                 PIC XX VALUE SPACES.
           88 INVST-FILE-OK                           VALUE '00'.
           88 INVST-FILE-NOT-FOUND                    VALUE '35'.

       01  WS-RUN-TIMESTAMP                     PIC X(21).
       01  WS-RUN-DATE                          PIC X(8).

      **************************************************************************
      * THE EXTRACT'S OWN CONTROL TOTALS, RE-ADDED FROM ITS RECORDS
      * AND PROVED AGAINST ITS TRAILER BEFORE ANYTHING IS RECORDED.
      * AN ADJUSTMENT MUST FOLLOW THE DETAIL RECORD OF THE INVOICE IT
      * IS BILLED ON, OR ITS INVOICE'S AMOUNT CAN'T BE NETTED.
      **************************************************************************
       01  WS-EXTRACT-SW                        PIC X VALUE 'Y'.
           88 EXTRACT-BALANCED                        VALUE 'Y'.
           88 EXTRACT-UNBALANCED                      VALUE 'N'.
       01  WS-TRAILER-SW                        PIC X VALUE 'N'.
           88 TRAILER-SEEN                            VALUE 'Y'.
           88 TRAILER-MISSING                         VALUE 'N'.
       01  WS-EXTRACT-RUN-DATE                  PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-PERIOD                    PIC X(6) VALUE SPACES.
       01  WS-LAST-DETAIL-INVOICE               PIC 9(7) VALUE 0.
       01  WS-CHECK-TOTALS.
           05  WS-CHECK-RECORDS                 PIC 9(7) VALUE 0.
           05  WS-CHECK-DETAILS                 PIC 9(7) VALUE 0.
           05  WS-CHECK-ADJUSTMENTS             PIC 9(7) VALUE 0.
           05  WS-CHECK-REQUESTS                PIC 9(9) VALUE 0.
           05  WS-CHECK-HASH                    PIC S9(11)V99 VALUE 0.

      **************************************************************************
      * THE INVOICE BEING ASSEMBLED FROM ITS 'D' RECORD AND THE 'A'
      * RECORDS AFTER IT - RECORDED WHEN THE NEXT INVOICE OR THE
      * TRAILER ARRIVES.
      **************************************************************************
       01  WS-PEND-SW                           PIC X VALUE 'N'.
           88 INVOICE-PENDING                         VALUE 'Y'.
           88 NO-INVOICE-PENDING                      VALUE 'N'.
       01  WS-PEND-INVOICE                      PIC 9(7).
       01  WS-PEND-PERIOD                       PIC X(6).
       01  WS-PEND-CLIENT-ID                    PIC X(16).
       01  WS-PEND-AMOUNT                       PIC S9(9)V99.

      **************************************************************************
      * WHAT THE RUN FOUND, FOR THE CLOSING TOTALS.
      **************************************************************************
       01  WS-RECON-COUNTERS.
           05  WS-SENT-COUNT                    PIC 9(7) VALUE 0.
           05  WS-FIRST-SEND-COUNT              PIC 9(7) VALUE 0.
           05  WS-RESEND-COUNT                  PIC 9(7) VALUE 0.
           05  WS-REISSUED-COUNT                PIC 9(7) VALUE 0.
           05  WS-REPOST-COUNT                  PIC 9(7) VALUE 0.
           05  WS-ACK-COUNT                     PIC 9(7) VALUE 0.
           05  WS-ACCEPTED-COUNT                PIC 9(7) VALUE 0.
           05  WS-CLEARED-COUNT                 PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT                PIC 9(7) VALUE 0.
           05  WS-MISMATCH-COUNT                PIC 9(7) VALUE 0.
           05  WS-UNACKED-COUNT                 PIC 9(7) VALUE 0.
           05  WS-NOT-SENT-COUNT                PIC 9(7) VALUE 0.
           05  WS-BAD-ACK-COUNT                 PIC 9(7) VALUE 0.
           05  WS-UPDATE-FAIL-COUNT             PIC 9(7) VALUE 0.
       01  WS-RECON-AMOUNTS.
           05  WS-SENT-AMOUNT                   PIC S9(11)V99 VALUE 0.
           05  WS-ACCEPTED-AMOUNT               PIC S9(11)V99 VALUE 0.
           05  WS-REJECTED-AMOUNT               PIC S9(11)V99 VALUE 0.
           05  WS-MISMATCH-AMOUNT               PIC S9(11)V99 VALUE 0.
           05  WS-UNACKED-AMOUNT                PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISP                       PIC -(9)9.99.
       01  WS-ACK-AMOUNT-DISP                   PIC -(9)9.99.
       01  WS-TOTAL-DISP                        PIC -(11)9.99.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PROVES THE EXTRACT, RECORDS ITS INVOICES AS SENT, APPLIES THE
      * ACKNOWLEDGMENTS, LISTS THE INVOICES STILL UNACKNOWLEDGED, AND
      * CLOSES WITH THE TOTALS.
      **************************************************************************
       1000-MAIN.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT EQUAL SPACES
               MOVE SPACES TO WS-EXTRACT-FILE-NAME WS-ACK-FILE-NAME
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-EXTRACT-FILE-NAME WS-ACK-FILE-NAME
               IF WS-ACK-FILE-NAME EQUAL SPACES
                   MOVE "GL-ACK" TO WS-ACK-FILE-NAME
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE.

           PERFORM 0500-PROVE-EXTRACT THRU 0500-PROVE-EXTRACT-EXIT.
           IF EXTRACT-UNBALANCED
               DISPLAY "JSON-GL-RECON: extract "
                   FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
                   " refused - nothing recorded." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0600-OPEN-STATUS THRU 0600-OPEN-STATUS-EXIT.
           IF NOT INVST-FILE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           DISPLAY "JSON-GL-RECON GL ACKNOWLEDGMENT RECONCILIATION"
               UPON STDOUT.
           DISPLAY "Extract:          "
               FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
               " - period " WS-EXTRACT-PERIOD
               ", run " WS-EXTRACT-RUN-DATE UPON STDOUT.
           DISPLAY "Acknowledgments:  "
               FUNCTION TRIM(WS-ACK-FILE-NAME) UPON STDOUT.
           DISPLAY " " UPON STDOUT.

      *    RECORD EVERY INVOICE IN THE EXTRACT AS SENT.
           OPEN INPUT BILLING-EXTRACT.
           SET NOT-EOF TO TRUE.
           READ BILLING-EXTRACT AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 1100-RECORD-SENT THRU 1100-RECORD-SENT-EXIT
               READ BILLING-EXTRACT AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BILLING-EXTRACT.
           IF INVOICE-PENDING
               PERFORM 1200-POST-INVOICE THRU 1200-POST-INVOICE-EXIT
           END-IF.

      *    APPLY WHATEVER THE LEDGER HAS SENT BACK SO FAR.
           OPEN INPUT GL-ACK.
           IF ACK-FILE-OK
               SET NOT-EOF TO TRUE
               READ GL-ACK AT END SET END-OF-FILE TO TRUE END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 1500-APPLY-ACK THRU 1500-APPLY-ACK-EXIT
                   READ GL-ACK AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GL-ACK
           ELSE
               DISPLAY "  No acknowledgment file "
                   FUNCTION TRIM(WS-ACK-FILE-NAME) " (status "
                   WS-ACK-FILE-STATUS ") - nothing acknowledged yet."
                   UPON STDOUT
           END-IF.

      *    WHATEVER IN THIS EXTRACT IS STILL ONLY SENT WAS NEVER
      *    ACKNOWLEDGED.
           OPEN INPUT BILLING-EXTRACT.
           SET NOT-EOF TO TRUE.
           READ BILLING-EXTRACT AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF EXTRACT-D-TYPE EQUAL 'D'
                   PERFORM 1700-CHECK-UNACKED
                      THRU 1700-CHECK-UNACKED-EXIT
               END-IF
               READ BILLING-EXTRACT AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BILLING-EXTRACT.
           CLOSE INVOICE-STATUS.

           PERFORM 1900-WRITE-TOTALS THRU 1900-WRITE-TOTALS-EXIT.

           IF WS-REJECTED-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                   OR WS-UNACKED-COUNT > 0 OR WS-NOT-SENT-COUNT > 0
                   OR WS-BAD-ACK-COUNT > 0 OR WS-REPOST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UPDATE-FAIL-COUNT > 0
               DISPLAY "JSON-GL-RECON: " WS-UPDATE-FAIL-COUNT
                   " INVOICE-STATUS update(s) failed - the file does"
                   " not reflect this run!" UPON STDERR
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0500-PROVE-EXTRACT
      **************************************************************************
      * READS THE WHOLE EXTRACT ONCE, RE-ADDING ITS DETAIL AND
      * ADJUSTMENT COUNTS, REQUEST HASH AND NET CHARGE HASH, AND
      * PROVES THEM AGAINST THE TRAILER. THE EXTRACT MUST START WITH
      * ITS HEADER, END WITH ITS TRAILER, AND CARRY EACH ADJUSTMENT
      * BEHIND ITS OWN INVOICE; ANYTHING ELSE LEAVES IT UNBALANCED
      * WITH EVERY REASON LISTED.
      **************************************************************************
       0500-PROVE-EXTRACT.
           OPEN INPUT BILLING-EXTRACT.
           IF NOT EXTRACT-FILE-OK
               DISPLAY "Could not open extract "
                   FUNCTION TRIM(WS-EXTRACT-FILE-NAME) "! Status: "
                   WS-EXTRACT-FILE-STATUS UPON STDERR
               SET EXTRACT-UNBALANCED TO TRUE
               GO TO 0500-PROVE-EXTRACT-EXIT
           END-IF.

           SET NOT-EOF TO TRUE.
           READ BILLING-EXTRACT AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 0550-PROVE-RECORD THRU 0550-PROVE-RECORD-EXIT
               READ BILLING-EXTRACT AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BILLING-EXTRACT.

           IF WS-CHECK-RECORDS EQUAL 0
               DISPLAY "Extract is empty." UPON STDERR
               SET EXTRACT-UNBALANCED TO TRUE
               GO TO 0500-PROVE-EXTRACT-EXIT
           END-IF.
           IF TRAILER-MISSING
               DISPLAY "Extract has no trailer - it is incomplete."
                   UPON STDERR
               SET EXTRACT-UNBALANCED TO TRUE
           END-IF.

       0500-PROVE-EXTRACT-EXIT. EXIT.

      **************************************************************************
      * 0550-PROVE-RECORD
      **************************************************************************
      * ADDS ONE EXTRACT RECORD INTO THE CHECK TOTALS BY ITS TYPE, AND
      * ON THE TRAILER COMPARES EVERY TOTAL WITH THE TRAILER'S OWN.
      **************************************************************************
       0550-PROVE-RECORD.
           ADD 1 TO WS-CHECK-RECORDS.
           IF TRAILER-SEEN
               DISPLAY "Extract record " WS-CHECK-RECORDS
                   " follows the trailer." UPON STDERR
               SET EXTRACT-UNBALANCED TO TRUE
               GO TO 0550-PROVE-RECORD-EXIT
           END-IF.
           IF WS-CHECK-RECORDS EQUAL 1
                   AND EXTRACT-H-TYPE NOT EQUAL 'H'
               DISPLAY "Extract does not start with its header."
                   UPON STDERR
               SET EXTRACT-UNBALANCED TO TRUE
           END-IF.

           EVALUATE EXTRACT-H-TYPE
               WHEN 'H'
                   IF WS-CHECK-RECORDS NOT EQUAL 1
                       DISPLAY "Extract record " WS-CHECK-RECORDS
                           " is a second header." UPON STDERR
                       SET EXTRACT-UNBALANCED TO TRUE
                   ELSE
                       MOVE EXTRACT-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
                       MOVE EXTRACT-H-PERIOD   TO WS-EXTRACT-PERIOD
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-CHECK-DETAILS
                   ADD EXTRACT-D-REQUEST-COUNT TO WS-CHECK-REQUESTS
                   ADD EXTRACT-D-CHARGE TO WS-CHECK-HASH
                   MOVE EXTRACT-D-INVOICE-NUMBER
                       TO WS-LAST-DETAIL-INVOICE
               WHEN 'A'
                   ADD 1 TO WS-CHECK-ADJUSTMENTS
                   IF EXTRACT-A-ADJ-TYPE EQUAL 'C'
                       SUBTRACT EXTRACT-A-AMOUNT FROM WS-CHECK-HASH
                   ELSE
                       ADD EXTRACT-A-AMOUNT TO WS-CHECK-HASH
                   END-IF
                   IF EXTRACT-A-INVOICE-NUMBER NOT EQUAL
                           WS-LAST-DETAIL-INVOICE
                       DISPLAY "Extract adjustment for invoice "
                           EXTRACT-A-INVOICE-NUMBER
                           " is not behind its invoice." UPON STDERR
                       SET EXTRACT-UNBALANCED TO TRUE
                   END-IF
               WHEN 'T'
                   SET TRAILER-SEEN TO TRUE
                   IF EXTRACT-T-DETAIL-COUNT NOT EQUAL WS-CHECK-DETAILS
                       DISPLAY "Extract trailer detail count "
                           EXTRACT-T-DETAIL-COUNT " - found "
                           WS-CHECK-DETAILS UPON STDERR
                       SET EXTRACT-UNBALANCED TO TRUE
                   END-IF
                   IF EXTRACT-T-ADJUSTMENT-COUNT NOT EQUAL
                           WS-CHECK-ADJUSTMENTS
                       DISPLAY "Extract trailer adjustment count "
                           EXTRACT-T-ADJUSTMENT-COUNT " - found "
                           WS-CHECK-ADJUSTMENTS UPON STDERR
                       SET EXTRACT-UNBALANCED TO TRUE
                   END-IF
                   IF EXTRACT-T-REQUEST-COUNT NOT EQUAL
                           WS-CHECK-REQUESTS
                       DISPLAY "Extract trailer request hash "
                           EXTRACT-T-REQUEST-COUNT " - found "
                           WS-CHECK-REQUESTS UPON STDERR
                       SET EXTRACT-UNBALANCED TO TRUE
                   END-IF
                   IF EXTRACT-T-CHARGE-HASH NOT EQUAL WS-CHECK-HASH
                       MOVE EXTRACT-T-CHARGE-HASH TO WS-TOTAL-DISP
                       DISPLAY "Extract trailer charge hash "
                           WS-TOTAL-DISP UPON STDERR
                       MOVE WS-CHECK-HASH TO WS-TOTAL-DISP
                       DISPLAY "                   - found "
                           WS-TOTAL-DISP UPON STDERR
                       SET EXTRACT-UNBALANCED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Extract record " WS-CHECK-RECORDS
                       " has unknown type [" EXTRACT-H-TYPE "]"
                       UPON STDERR
                   SET EXTRACT-UNBALANCED TO TRUE
           END-EVALUATE.

       0550-PROVE-RECORD-EXIT. EXIT.

      **************************************************************************
      * 0600-OPEN-STATUS
      **************************************************************************
      * OPENS THE INVOICE-STATUS FILE FOR UPDATE. THE FIRST RUN FINDS
      * NONE, SO A MISSING FILE IS CREATED EMPTY ON THE WAY IN.
      **************************************************************************
       0600-OPEN-STATUS.
           OPEN I-O INVOICE-STATUS.
           IF INVST-FILE-NOT-FOUND
               OPEN OUTPUT INVOICE-STATUS
               CLOSE INVOICE-STATUS
               OPEN I-O INVOICE-STATUS
           END-IF.
           IF NOT INVST-FILE-OK
               DISPLAY "Could not open INVOICE-STATUS! Status: "
                   WS-INVST-FILE-STATUS UPON STDERR
           END-IF.

       0600-OPEN-STATUS-EXIT. EXIT.

      **************************************************************************
      * 1100-RECORD-SENT
      **************************************************************************
      * ASSEMBLES INVOICES FROM THE PROVEN EXTRACT: A DETAIL RECORD
      * RECORDS THE INVOICE BEFORE IT AND STARTS A NEW ONE AT ITS
      * CHARGE; EACH ADJUSTMENT BEHIND IT NETS INTO THAT AMOUNT.
      **************************************************************************
       1100-RECORD-SENT.
           EVALUATE EXTRACT-H-TYPE
               WHEN 'D'
                   IF INVOICE-PENDING
                       PERFORM 1200-POST-INVOICE
                          THRU 1200-POST-INVOICE-EXIT
                   END-IF
                   SET INVOICE-PENDING TO TRUE
                   MOVE EXTRACT-D-INVOICE-NUMBER TO WS-PEND-INVOICE
                   MOVE EXTRACT-D-PERIOD         TO WS-PEND-PERIOD
                   MOVE EXTRACT-D-CLIENT-ID      TO WS-PEND-CLIENT-ID
                   MOVE EXTRACT-D-CHARGE         TO WS-PEND-AMOUNT
               WHEN 'A'
                   IF EXTRACT-A-ADJ-TYPE EQUAL 'C'
                       SUBTRACT EXTRACT-A-AMOUNT FROM WS-PEND-AMOUNT
                   ELSE
                       ADD EXTRACT-A-AMOUNT TO WS-PEND-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-RECORD-SENT-EXIT. EXIT.

      **************************************************************************
      * 1200-POST-INVOICE
      **************************************************************************
      * RECORDS THE ASSEMBLED INVOICE AS SENT. AN INVOICE NOT YET ON
      * FILE IS ADDED AT ITS FIRST SEND. ONE ALREADY RECORDED FROM
      * THIS SAME EXTRACT (A RERUN) IS LEFT ALONE. OTHERWISE THIS IS
      * A RESEND: A REJECTED OR MISMATCHED INVOICE IS MARKED RESENT
      * SO ITS ACCEPTANCE SHOWS AS CLEARED; ONE ALREADY ACCEPTED IS
      * FLAGGED, SINCE THE LEDGER MAY POST IT TWICE. AN INVOICE NUMBER
      * A STATEMENT RERUN HANDED TO A DIFFERENT CLIENT STARTS OVER.
      **************************************************************************
       1200-POST-INVOICE.
           SET NO-INVOICE-PENDING TO TRUE.
           ADD 1 TO WS-SENT-COUNT.
           ADD WS-PEND-AMOUNT TO WS-SENT-AMOUNT.

           MOVE WS-PEND-PERIOD  TO INVST-PERIOD.
           MOVE WS-PEND-INVOICE TO INVST-INVOICE-NUMBER.
           READ INVOICE-STATUS
               INVALID KEY
                   PERFORM 1250-NEW-INVOICE
                      THRU 1250-NEW-INVOICE-EXIT
                   WRITE INVST-RECORD
                   PERFORM 1800-CHECK-UPDATE
                      THRU 1800-CHECK-UPDATE-EXIT
                   ADD 1 TO WS-FIRST-SEND-COUNT
                   GO TO 1200-POST-INVOICE-EXIT
           END-READ.

           IF INVST-LAST-SENT-DATE EQUAL WS-EXTRACT-RUN-DATE
                   AND INVST-CLIENT-ID EQUAL WS-PEND-CLIENT-ID
                   AND INVST-AMOUNT EQUAL WS-PEND-AMOUNT
               GO TO 1200-POST-INVOICE-EXIT
           END-IF.

           IF INVST-CLIENT-ID NOT EQUAL WS-PEND-CLIENT-ID
               DISPLAY "  REISSUED  " INVST-PERIOD " "
                   INVST-INVOICE-NUMBER " " WS-PEND-CLIENT-ID
                   " was " INVST-CLIENT-ID UPON STDOUT
               PERFORM 1250-NEW-INVOICE THRU 1250-NEW-INVOICE-EXIT
               REWRITE INVST-RECORD
               PERFORM 1800-CHECK-UPDATE THRU 1800-CHECK-UPDATE-EXIT
               ADD 1 TO WS-REISSUED-COUNT
               GO TO 1200-POST-INVOICE-EXIT
           END-IF.

           ADD 1 TO WS-RESEND-COUNT.
           MOVE WS-PEND-AMOUNT TO WS-AMOUNT-DISP.
           EVALUATE INVST-STATUS
               WHEN 'R'
               WHEN 'M'
                   MOVE 'Y' TO INVST-RESENT-FLAG
                   DISPLAY "  RESENT    " INVST-PERIOD " "
                       INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                       WS-AMOUNT-DISP " after " INVST-STATUS
                       UPON STDOUT
               WHEN 'A'
                   ADD 1 TO WS-REPOST-COUNT
                   DISPLAY "  REPOST    " INVST-PERIOD " "
                       INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                       WS-AMOUNT-DISP " already posted as "
                       FUNCTION TRIM(INVST-POSTING-REF) UPON STDOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 'S'                 TO INVST-STATUS.
           MOVE WS-PEND-AMOUNT      TO INVST-AMOUNT.
           MOVE WS-EXTRACT-RUN-DATE TO INVST-LAST-SENT-DATE.
           MOVE SPACES              TO INVST-CLEARED-DATE.
           ADD 1 TO INVST-SEND-COUNT.
           REWRITE INVST-RECORD.
           PERFORM 1800-CHECK-UPDATE THRU 1800-CHECK-UPDATE-EXIT.

       1200-POST-INVOICE-EXIT. EXIT.

      **************************************************************************
      * 1250-NEW-INVOICE
      **************************************************************************
      * BUILDS A FRESH STATUS RECORD FOR THE ASSEMBLED INVOICE - SENT
      * ONCE, ON THIS EXTRACT'S RUN DATE, NOTHING ACKNOWLEDGED.
      **************************************************************************
       1250-NEW-INVOICE.
           MOVE WS-PEND-CLIENT-ID   TO INVST-CLIENT-ID.
           MOVE 'S'                 TO INVST-STATUS.
           MOVE WS-PEND-AMOUNT      TO INVST-AMOUNT.
           MOVE 1                   TO INVST-SEND-COUNT.
           MOVE WS-EXTRACT-RUN-DATE TO INVST-FIRST-SENT-DATE.
           MOVE WS-EXTRACT-RUN-DATE TO INVST-LAST-SENT-DATE.
           MOVE 'N'                 TO INVST-RESENT-FLAG.
           MOVE 0                   TO INVST-ACK-AMOUNT.
           MOVE SPACES              TO INVST-POSTING-REF.
           MOVE SPACES              TO INVST-REJECT-REASON.
           MOVE 0                   TO INVST-REJECT-COUNT.
           MOVE SPACES              TO INVST-LAST-ACK-DATE.
           MOVE SPACES              TO INVST-CLEARED-DATE.

       1250-NEW-INVOICE-EXIT. EXIT.

      **************************************************************************
      * 1500-APPLY-ACK
      **************************************************************************
      * MATCHES ONE ACKNOWLEDGMENT TO ITS INVOICE BY PERIOD AND INVOICE
      * NUMBER AND RECORDS THE OUTCOME: REJECTED WITH ITS REASON, OR
      * ACCEPTED - CLEAN, CLEARED AFTER A RESEND, OR AT THE WRONG
      * AMOUNT. AN UNREADABLE LINE, OR ONE FOR AN INVOICE NEVER SENT
      * OR SENT FOR ANOTHER CLIENT, IS LISTED AND CHANGES NOTHING. A
      * REJECTION ALREADY RECORDED TODAY (A RERUN AGAINST THE SAME ACK
      * FILE) IS LISTED AGAIN BUT NOT COUNTED OR REWRITTEN A SECOND
      * TIME.
      **************************************************************************
       1500-APPLY-ACK.
           ADD 1 TO WS-ACK-COUNT.
           IF (ACK-RESULT NOT EQUAL 'A' AND ACK-RESULT NOT EQUAL 'R')
                   OR ACK-INVOICE-NUMBER NOT NUMERIC
                   OR ACK-AMOUNT NOT NUMERIC
               DISPLAY "  BAD ACK   line " WS-ACK-COUNT " ["
                   ACK-RECORD(1:36) "]" UPON STDOUT
               ADD 1 TO WS-BAD-ACK-COUNT
               GO TO 1500-APPLY-ACK-EXIT
           END-IF.

           MOVE ACK-PERIOD         TO INVST-PERIOD.
           MOVE ACK-INVOICE-NUMBER TO INVST-INVOICE-NUMBER.
           READ INVOICE-STATUS
               INVALID KEY
                   DISPLAY "  NOT SENT  " ACK-PERIOD " "
                       ACK-INVOICE-NUMBER " " ACK-CLIENT-ID
                       UPON STDOUT
                   ADD 1 TO WS-NOT-SENT-COUNT
                   GO TO 1500-APPLY-ACK-EXIT
           END-READ.
           IF ACK-CLIENT-ID NOT EQUAL SPACES
                   AND ACK-CLIENT-ID NOT EQUAL INVST-CLIENT-ID
               DISPLAY "  NOT SENT  " ACK-PERIOD " "
                   ACK-INVOICE-NUMBER " " ACK-CLIENT-ID
                   " - sent for " INVST-CLIENT-ID UPON STDOUT
               ADD 1 TO WS-NOT-SENT-COUNT
               GO TO 1500-APPLY-ACK-EXIT
           END-IF.

           MOVE INVST-AMOUNT TO WS-AMOUNT-DISP.
           MOVE ACK-AMOUNT   TO WS-ACK-AMOUNT-DISP.
           IF ACK-RESULT EQUAL 'R'
                   AND INVST-STATUS EQUAL 'R'
                   AND INVST-LAST-ACK-DATE EQUAL WS-RUN-DATE
               ADD 1 TO WS-REJECTED-COUNT
               ADD INVST-AMOUNT TO WS-REJECTED-AMOUNT
               DISPLAY "  REJECTED  " INVST-PERIOD " "
                   INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                   WS-AMOUNT-DISP " (already recorded)" UPON STDOUT
               DISPLAY "            reason: "
                   FUNCTION TRIM(INVST-REJECT-REASON) UPON STDOUT
               GO TO 1500-APPLY-ACK-EXIT
           END-IF.

           MOVE ACK-AMOUNT  TO INVST-ACK-AMOUNT.
           MOVE WS-RUN-DATE TO INVST-LAST-ACK-DATE.

           EVALUATE TRUE
               WHEN ACK-RESULT EQUAL 'R'
                   MOVE 'R'               TO INVST-STATUS
                   MOVE SPACES            TO INVST-POSTING-REF
                   MOVE ACK-REJECT-REASON TO INVST-REJECT-REASON
                   ADD 1 TO INVST-REJECT-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD INVST-AMOUNT TO WS-REJECTED-AMOUNT
                   DISPLAY "  REJECTED  " INVST-PERIOD " "
                       INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                       WS-AMOUNT-DISP UPON STDOUT
                   DISPLAY "            reason: "
                       FUNCTION TRIM(ACK-REJECT-REASON) UPON STDOUT
               WHEN ACK-AMOUNT EQUAL INVST-AMOUNT
                   MOVE 'A'             TO INVST-STATUS
                   MOVE ACK-POSTING-REF TO INVST-POSTING-REF
                   MOVE SPACES          TO INVST-REJECT-REASON
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD INVST-AMOUNT TO WS-ACCEPTED-AMOUNT
                   IF INVST-RESENT-FLAG EQUAL 'Y'
                       IF INVST-CLEARED-DATE EQUAL SPACES
                           MOVE WS-RUN-DATE TO INVST-CLEARED-DATE
                       END-IF
                       ADD 1 TO WS-CLEARED-COUNT
                       DISPLAY "  CLEARED   " INVST-PERIOD " "
                           INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                           WS-AMOUNT-DISP " ref "
                           FUNCTION TRIM(ACK-POSTING-REF)
                           " after " INVST-SEND-COUNT " sends"
                           UPON STDOUT
                   ELSE
                       DISPLAY "  ACCEPTED  " INVST-PERIOD " "
                           INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                           WS-AMOUNT-DISP " ref "
                           FUNCTION TRIM(ACK-POSTING-REF) UPON STDOUT
                   END-IF
               WHEN OTHER
                   MOVE 'M'             TO INVST-STATUS
                   MOVE ACK-POSTING-REF TO INVST-POSTING-REF
                   MOVE SPACES          TO INVST-REJECT-REASON
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD INVST-AMOUNT TO WS-MISMATCH-AMOUNT
                   DISPLAY "  MISMATCH  " INVST-PERIOD " "
                       INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
                       WS-AMOUNT-DISP " posted " WS-ACK-AMOUNT-DISP
                       UPON STDOUT
           END-EVALUATE.
           REWRITE INVST-RECORD.
           PERFORM 1800-CHECK-UPDATE THRU 1800-CHECK-UPDATE-EXIT.

       1500-APPLY-ACK-EXIT. EXIT.

      **************************************************************************
      * 1700-CHECK-UNACKED
      **************************************************************************
      * LISTS ONE INVOICE OF THE EXTRACT IF THE LEDGER HAS STILL SAID
      * NOTHING ABOUT IT SINCE IT WAS LAST SENT.
      **************************************************************************
       1700-CHECK-UNACKED.
           MOVE EXTRACT-D-PERIOD         TO INVST-PERIOD.
           MOVE EXTRACT-D-INVOICE-NUMBER TO INVST-INVOICE-NUMBER.
           READ INVOICE-STATUS
               INVALID KEY
                   GO TO 1700-CHECK-UNACKED-EXIT
           END-READ.
           IF INVST-STATUS NOT EQUAL 'S'
               GO TO 1700-CHECK-UNACKED-EXIT
           END-IF.

           ADD 1 TO WS-UNACKED-COUNT.
           ADD INVST-AMOUNT TO WS-UNACKED-AMOUNT.
           MOVE INVST-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "  NO ACK    " INVST-PERIOD " "
               INVST-INVOICE-NUMBER " " INVST-CLIENT-ID " "
               WS-AMOUNT-DISP " sent " INVST-LAST-SENT-DATE
               UPON STDOUT.

       1700-CHECK-UNACKED-EXIT. EXIT.

      **************************************************************************
      * 1800-CHECK-UPDATE
      **************************************************************************
      * CHECKS THE WRITE OR REWRITE OF THE INVOICE-STATUS RECORD JUST
      * MADE. A FAILED UPDATE IS LISTED AND COUNTED, AND ENDS THE RUN
      * RC 8.
      **************************************************************************
       1800-CHECK-UPDATE.
           IF NOT INVST-FILE-OK
               ADD 1 TO WS-UPDATE-FAIL-COUNT
               DISPLAY "  NOT SAVED " INVST-PERIOD " "
                   INVST-INVOICE-NUMBER " " INVST-CLIENT-ID
                   " - INVOICE-STATUS update failed! Status: "
                   WS-INVST-FILE-STATUS UPON STDOUT
           END-IF.

       1800-CHECK-UPDATE-EXIT. EXIT.

      **************************************************************************
      * 1900-WRITE-TOTALS
      **************************************************************************
      * CLOSES THE REPORT WITH THE COUNT AND AMOUNT IN EACH OUTCOME.
      **************************************************************************
       1900-WRITE-TOTALS.
           DISPLAY " " UPON STDOUT.
           MOVE WS-SENT-AMOUNT TO WS-TOTAL-DISP.
           DISPLAY "Invoices in extract:      " WS-SENT-COUNT
               "  " WS-TOTAL-DISP UPON STDOUT.
           DISPLAY "  first sent:             " WS-FIRST-SEND-COUNT
               UPON STDOUT.
           DISPLAY "  sent again:             " WS-RESEND-COUNT
               UPON STDOUT.
           DISPLAY "  number reissued:        " WS-REISSUED-COUNT
               UPON STDOUT.
           DISPLAY "  resent after posting:   " WS-REPOST-COUNT
               UPON STDOUT.
           DISPLAY "Acknowledgments read:     " WS-ACK-COUNT
               UPON STDOUT.
           MOVE WS-ACCEPTED-AMOUNT TO WS-TOTAL-DISP.
           DISPLAY "  accepted (incl cleared):" WS-ACCEPTED-COUNT
               "  " WS-TOTAL-DISP UPON STDOUT.
           DISPLAY "  cleared after resend:   " WS-CLEARED-COUNT
               UPON STDOUT.
           MOVE WS-REJECTED-AMOUNT TO WS-TOTAL-DISP.
           DISPLAY "  rejected:               " WS-REJECTED-COUNT
               "  " WS-TOTAL-DISP UPON STDOUT.
           MOVE WS-MISMATCH-AMOUNT TO WS-TOTAL-DISP.
           DISPLAY "  amount mismatch:        " WS-MISMATCH-COUNT
               "  " WS-TOTAL-DISP UPON STDOUT.
           DISPLAY "  for invoices not sent:  " WS-NOT-SENT-COUNT
               UPON STDOUT.
           DISPLAY "  unreadable:             " WS-BAD-ACK-COUNT
               UPON STDOUT.
           MOVE WS-UNACKED-AMOUNT TO WS-TOTAL-DISP.
           DISPLAY "Never acknowledged:       " WS-UNACKED-COUNT
               "  " WS-TOTAL-DISP UPON STDOUT.
           DISPLAY "Status updates failed:    " WS-UPDATE-FAIL-COUNT
               UPON STDOUT.

       1900-WRITE-TOTALS-EXIT. EXIT.

       END PROGRAM JSON-GL-RECON.
