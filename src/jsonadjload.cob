       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-ADJ-LOAD.

      **************************************************************************
      * BATCH LOAD/MAINTENANCE FOR THE INDEXED ADJUSTMENTS FILE THE
      * MONTHLY STATEMENT CARRIES CREDITS AND DEBITS FROM. CONSUMES A
      * COMMA-DELIMITED ADJ-INPUT FILE, ONE ACTION PER LINE:
      *   A - ADD AN ADJUSTMENT. THE NEXT FREE SEQUENCE NUMBER FOR
      *       THE CLIENT AND STATEMENT MONTH IS ASSIGNED HERE; ANY
      *       SEQUENCE ON THE LINE IS IGNORED;
      *   C - CHANGE THE ADJUSTMENT THE LINE'S SEQUENCE NUMBER NAMES;
      *   D - DELETE THE ADJUSTMENT THE LINE'S SEQUENCE NUMBER NAMES.
      * EVERY ADDED OR CHANGED ADJUSTMENT IS VETTED WHOLE BEFORE IT
      * TOUCHES THE FILE: THE CLIENT MUST BE ON CLIENT-MASTER, BOTH
      * MONTHS MUST BE REAL YYYYMM MONTHS WITH THE CORRECTED INVOICE'S
      * MONTH NO LATER THAN THE MONTH IT IS BILLED ON, THE TYPE 'C'
      * (CREDIT) OR 'D' (DEBIT), THE AMOUNT ABOVE ZERO, THE REASON ONE
      * OF THE CODES ADJREC LISTS, AND THE ORIGINAL INVOICE ON
      * INVOICE-STATUS UNDER THE ORIGINAL MONTH AND BILLED TO THE SAME
      * CLIENT. NO ADJUSTMENT IS ADDED, CHANGED OR DELETED FOR A
      * STATEMENT MONTH PERIOD-CONTROL SHOWS AS ALREADY BILLED
      * (CLOSING) OR CLOSED - IT COULD NEVER REACH THAT MONTH'S
      * STATEMENT, SO IT BELONGS ON THE NEXT OPEN MONTH. A MISSING
      * PERIOD-CONTROL MEANS NO MONTH HAS BEEN BILLED YET.
      * THE ENTERING OPERATOR'S ID IS REQUIRED ON THE COMMAND
      * LINE AND STAMPED ON EVERY ADJUSTMENT ADDED OR CHANGED. WRITES
      * A SUMMARY OF WHAT IT DID WHEN THE INPUT IS EXHAUSTED. A
      * MISSING ADJUSTMENTS FILE IS CREATED EMPTY ON THE WAY IN.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-INPUT ASSIGN TO "ADJ-INPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT ADJUSTMENTS ASSIGN TO "ADJUSTMENTS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ADJ-KEY
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT INVOICE-STATUS ASSIGN TO "INVOICE-STATUS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY INVST-KEY
               FILE STATUS IS WS-INVST-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      **************************************************************************
      * THE COMMA-DELIMITED MAINTENANCE FEED - ONE ACTION PER LINE.
      **************************************************************************
       FD  ADJ-INPUT.
       01  ADJ-INPUT-RECORD.
           05  ADJ-IN-ACTION                    PIC X.
           05  FILLER                           PIC X.
           05  ADJ-IN-CLIENT-ID                 PIC X(16).
           05  FILLER                           PIC X.
           05  ADJ-IN-PERIOD                    PIC X(6).
           05  FILLER                           PIC X.
           05  ADJ-IN-SEQ                       PIC X(3).
           05  FILLER                           PIC X.
           05  ADJ-IN-TYPE                      PIC X.
           05  FILLER                           PIC X.
           05  ADJ-IN-AMOUNT                    PIC X(10).
           05  FILLER                           PIC X.
           05  ADJ-IN-REASON-CODE               PIC X(4).
           05  FILLER                           PIC X.
           05  ADJ-IN-ORIG-INVOICE              PIC X(7).
           05  FILLER                           PIC X.
           05  ADJ-IN-ORIG-PERIOD               PIC X(6).
           05  FILLER                           PIC X.
           05  ADJ-IN-DESCRIPTION               PIC X(30).

       FD  ADJUSTMENTS.
       COPY "adjrec.cpy"
           REPLACING PREFIX-RECORD            BY ADJ-RECORD
                     PREFIX-KEY               BY ADJ-KEY
                     PREFIX-CLIENT-ID         BY ADJ-CLIENT-ID
                     PREFIX-PERIOD            BY ADJ-PERIOD
                     PREFIX-SEQ               BY ADJ-SEQ
                     PREFIX-TYPE              BY ADJ-TYPE
                     PREFIX-AMOUNT            BY ADJ-AMOUNT
                     PREFIX-REASON-CODE       BY ADJ-REASON-CODE
                     PREFIX-ORIG-INVOICE      BY ADJ-ORIG-INVOICE
                     PREFIX-ORIG-PERIOD       BY ADJ-ORIG-PERIOD
                     PREFIX-DESCRIPTION       BY ADJ-DESCRIPTION
                     PREFIX-ENTERED-BY        BY ADJ-ENTERED-BY
                     PREFIX-ENTERED-TIMESTAMP BY ADJ-ENTERED-TIMESTAMP.

       FD  CLIENT-MASTER.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

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
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.

       01  WS-INPUT-FILE-STATUS                 PIC XX VALUE SPACES.
           88 INPUT-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-ADJ-FILE-STATUS                   PIC XX VALUE SPACES.
           88 ADJ-FILE-OK                             VALUE '00'.
           88 ADJ-FILE-NOT-FOUND                      VALUE '35'.
       01  WS-CLIENT-FILE-STATUS                PIC XX VALUE SPACES.
           88 CLIENT-FILE-OK                          VALUE '00'.
           88 CLIENT-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PERIOD-FILE-STATUS                PIC XX VALUE SPACES.
           88 PERIOD-FILE-OK                          VALUE '00'.
           88 PERIOD-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-INVST-FILE-STATUS                 PIC XX VALUE SPACES.
           88 INVST-FILE-OK                           VALUE '00'.
           88 INVST-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-PERIOD-OPEN-SW                    PIC X VALUE 'N'.
           88 PERIOD-CONTROL-OPEN                     VALUE 'Y'.
       01  WS-INVST-OPEN-SW                     PIC X VALUE 'N'.
           88 INVOICE-STATUS-OPEN                     VALUE 'Y'.

      **************************************************************************
      * THE ENTERING OPERATOR AND THE RUN TIMESTAMP STAMPED ON EVERY
      * ADJUSTMENT THIS RUN ADDS OR CHANGES
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(32) VALUE SPACES.
       01  WS-OPERATOR-ID                       PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP                     PIC X(21).

      **************************************************************************
      * THE REASON CODES AN ADJUSTMENT MAY CARRY - SEE ADJREC.
      **************************************************************************
       01  WS-REASON-VALUES.
           05  FILLER                           PIC X(4) VALUE "RTRY".
           05  FILLER                           PIC X(4) VALUE "S500".
           05  FILLER                           PIC X(4) VALUE "RATE".
           05  FILLER                           PIC X(4) VALUE "DUPL".
           05  FILLER                           PIC X(4) VALUE "GOOD".
           05  FILLER                           PIC X(4) VALUE "MISC".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-CODE                   PIC X(4)
                                                 OCCURS 6 TIMES.
       01  WS-REASON-IDX                        PIC 9(2) USAGE COMP.

      **************************************************************************
      * FIELDS USED TO VET ONE INPUT LINE
      **************************************************************************
       01  WS-LINE-SW                           PIC X VALUE 'Y'.
           88 LINE-VALID                              VALUE 'Y'.
           88 LINE-INVALID                            VALUE 'N'.
       01  WS-REJECT-REASON                     PIC X(70).
       01  WS-CHECK-MONTH                       PIC X(6).
       01  WS-CHECK-MONTH-NUM REDEFINES WS-CHECK-MONTH.
           05  WS-CHECK-YEAR                    PIC 9(4).
           05  WS-CHECK-MM                      PIC 9(2).
       01  WS-INPUT-AMOUNT                      PIC S9(8)V99.
       01  WS-INPUT-SEQ                         PIC 9(3).
       01  WS-INPUT-INVOICE                     PIC 9(7).
       01  WS-NEXT-SEQ                          PIC 9(4).
       01  WS-SCAN-SW                           PIC X VALUE 'N'.
           88 SCAN-MORE                               VALUE 'N'.
           88 SCAN-DONE                               VALUE 'Y'.

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY REPORT
      **************************************************************************
       01  WS-LOAD-COUNTERS.
           05  WS-LOAD-TOTAL                    PIC 9(7) VALUE 0.
           05  WS-LOAD-ADDED                    PIC 9(7) VALUE 0.
           05  WS-LOAD-CHANGED                  PIC 9(7) VALUE 0.
           05  WS-LOAD-DELETED                  PIC 9(7) VALUE 0.
           05  WS-LOAD-REJECTED                 PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PICKS UP THE ENTERING OPERATOR'S ID, OPENS THE CLIENT MASTER,
      * PERIOD-CONTROL AND INVOICE-STATUS FOR VALIDATION AND THE
      * ADJUSTMENTS FILE FOR UPDATE, APPLIES EACH INPUT LINE, AND
      * WRITES THE SUMMARY.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-OPERATOR-ID.
           IF WS-OPERATOR-ID EQUAL SPACES
               DISPLAY "Usage: operator id required - every"
                   " adjustment must name who raised it." UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

      *    WITHOUT THE CLIENT MASTER NO ADJUSTMENT CAN BE VALIDATED,
      *    SO NONE IS LOADED.
           OPEN INPUT CLIENT-MASTER.
           IF NOT CLIENT-FILE-OK
               DISPLAY "Could not open the client master! Status: "
                   WS-CLIENT-FILE-STATUS " - nothing loaded."
                   UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0600-OPEN-LOOKUPS
              THRU 0600-OPEN-LOOKUPS-EXIT.
           IF RETURN-CODE NOT EQUAL 0
               CLOSE CLIENT-MASTER
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0500-OPEN-ADJUSTMENTS
              THRU 0500-OPEN-ADJUSTMENTS-EXIT.

           IF ADJ-FILE-OK
               OPEN INPUT ADJ-INPUT
               IF INPUT-FILE-NOT-FOUND
                   DISPLAY "ADJ-INPUT not found - nothing to load!"
                       UPON STDERR
               ELSE
                   READ ADJ-INPUT AT END SET END-OF-FILE
                       TO TRUE END-READ
                   PERFORM UNTIL END-OF-FILE
                       PERFORM 1500-APPLY-LINE
                          THRU 1500-APPLY-LINE-EXIT
                       READ ADJ-INPUT AT END SET END-OF-FILE
                           TO TRUE END-READ
                   END-PERFORM
                   CLOSE ADJ-INPUT
               END-IF
               CLOSE ADJUSTMENTS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CLIENT-MASTER.
           IF PERIOD-CONTROL-OPEN
               CLOSE PERIOD-CONTROL
           END-IF.
           IF INVOICE-STATUS-OPEN
               CLOSE INVOICE-STATUS
           END-IF.

           PERFORM 2000-WRITE-SUMMARY
              THRU 2000-WRITE-SUMMARY-EXIT.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0500-OPEN-ADJUSTMENTS
      **************************************************************************
      * OPENS THE ADJUSTMENTS FILE FOR UPDATE. A FILE THAT DOESN'T
      * EXIST YET IS CREATED EMPTY AND REOPENED, SO THE FIRST LOAD
      * RUNS THE SAME WAY EVERY LATER ONE DOES.
      **************************************************************************
       0500-OPEN-ADJUSTMENTS.
           OPEN I-O ADJUSTMENTS.
           IF ADJ-FILE-NOT-FOUND
               OPEN OUTPUT ADJUSTMENTS
               CLOSE ADJUSTMENTS
               OPEN I-O ADJUSTMENTS
           END-IF.
           IF NOT ADJ-FILE-OK
               DISPLAY "Could not open ADJUSTMENTS! Status: "
                   WS-ADJ-FILE-STATUS UPON STDERR
           END-IF.

       0500-OPEN-ADJUSTMENTS-EXIT. EXIT.

      **************************************************************************
      * 0600-OPEN-LOOKUPS
      **************************************************************************
      * OPENS PERIOD-CONTROL AND INVOICE-STATUS FOR THE LINE CHECKS.
      * A MISSING PERIOD-CONTROL MEANS NO MONTH HAS BEEN BILLED, SO
      * EVERY MONTH IS OPEN; A MISSING INVOICE-STATUS MEANS NO INVOICE
      * HAS BEEN SENT, SO NONE CAN BE ADJUSTED. ANY OTHER FAILURE
      * REFUSES THE LOAD WITH RETURN CODE 8.
      **************************************************************************
       0600-OPEN-LOOKUPS.
           OPEN INPUT PERIOD-CONTROL.
           IF PERIOD-FILE-OK
               SET PERIOD-CONTROL-OPEN TO TRUE
           ELSE
               IF NOT PERIOD-FILE-NOT-FOUND
                   DISPLAY "Could not open PERIOD-CONTROL! Status: "
                       WS-PERIOD-FILE-STATUS " - nothing loaded."
                       UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   GO TO 0600-OPEN-LOOKUPS-EXIT
               END-IF
           END-IF.

           OPEN INPUT INVOICE-STATUS.
           IF INVST-FILE-OK
               SET INVOICE-STATUS-OPEN TO TRUE
           ELSE
               IF INVST-FILE-NOT-FOUND
                   DISPLAY "INVOICE-STATUS not found - no invoice has"
                       " been sent yet, so none can be adjusted."
                       UPON STDERR
               ELSE
                   DISPLAY "Could not open INVOICE-STATUS! Status: "
                       WS-INVST-FILE-STATUS " - nothing loaded."
                       UPON STDERR
                   IF PERIOD-CONTROL-OPEN
                       CLOSE PERIOD-CONTROL
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0600-OPEN-LOOKUPS-EXIT. EXIT.

      **************************************************************************
      * 1500-APPLY-LINE
      **************************************************************************
      * APPLIES ONE INPUT LINE BY ITS ACTION. A CHANGE OR DELETE MUST
      * NAME AN ADJUSTMENT ALREADY ON FILE BY CLIENT, MONTH AND
      * SEQUENCE; AN ADD OR CHANGE MUST PASS 1600-VET-LINE. ANY LINE
      * THAT FAILS IS COUNTED AND SKIPPED WITH ITS REASON.
      **************************************************************************
       1500-APPLY-LINE.
           ADD 1 TO WS-LOAD-TOTAL.
           SET LINE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE FUNCTION UPPER-CASE(ADJ-IN-ACTION)
               WHEN 'A'
                   PERFORM 1600-VET-LINE THRU 1600-VET-LINE-EXIT
                   IF LINE-VALID
                       PERFORM 1700-ADD-ADJUSTMENT
                          THRU 1700-ADD-ADJUSTMENT-EXIT
                   END-IF
               WHEN 'C'
                   PERFORM 1550-READ-EXISTING
                      THRU 1550-READ-EXISTING-EXIT
                   IF LINE-VALID
                       PERFORM 1600-VET-LINE THRU 1600-VET-LINE-EXIT
                   END-IF
                   IF LINE-VALID
                       PERFORM 1800-BUILD-ADJUSTMENT
                          THRU 1800-BUILD-ADJUSTMENT-EXIT
                       REWRITE ADJ-RECORD
                           INVALID KEY
                               SET LINE-INVALID TO TRUE
                               MOVE "could not rewrite the adjustment"
                                   TO WS-REJECT-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-LOAD-CHANGED
                       END-REWRITE
                   END-IF
               WHEN 'D'
                   PERFORM 1550-READ-EXISTING
                      THRU 1550-READ-EXISTING-EXIT
                   IF LINE-VALID
                       PERFORM 1650-CHECK-PERIOD
                          THRU 1650-CHECK-PERIOD-EXIT
                   END-IF
                   IF LINE-VALID
                       DELETE ADJUSTMENTS RECORD
                           INVALID KEY
                               SET LINE-INVALID TO TRUE
                               MOVE "could not delete the adjustment"
                                   TO WS-REJECT-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-LOAD-DELETED
                       END-DELETE
                   END-IF
               WHEN OTHER
                   SET LINE-INVALID TO TRUE
                   MOVE "action must be A, C or D" TO WS-REJECT-REASON
           END-EVALUATE.

           IF LINE-INVALID
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "Adjustment line " WS-LOAD-TOTAL " client ["
                   FUNCTION TRIM(ADJ-IN-CLIENT-ID) "] month ["
                   ADJ-IN-PERIOD "] - "
                   FUNCTION TRIM(WS-REJECT-REASON) " - skipped!"
                   UPON STDERR
           END-IF.

       1500-APPLY-LINE-EXIT. EXIT.

      **************************************************************************
      * 1550-READ-EXISTING
      **************************************************************************
      * READS THE ADJUSTMENT A CHANGE OR DELETE LINE NAMES.
      **************************************************************************
       1550-READ-EXISTING.
           IF ADJ-IN-SEQ EQUAL SPACES
               SET LINE-INVALID TO TRUE
               MOVE "sequence number required" TO WS-REJECT-REASON
               GO TO 1550-READ-EXISTING-EXIT
           END-IF.
           MOVE ADJ-IN-CLIENT-ID TO ADJ-CLIENT-ID.
           MOVE ADJ-IN-PERIOD    TO ADJ-PERIOD.
           MOVE FUNCTION NUMVAL(ADJ-IN-SEQ) TO WS-INPUT-SEQ.
           MOVE WS-INPUT-SEQ     TO ADJ-SEQ.
           READ ADJUSTMENTS
               INVALID KEY
                   SET LINE-INVALID TO TRUE
                   MOVE "no such adjustment on file"
                       TO WS-REJECT-REASON
           END-READ.

       1550-READ-EXISTING-EXIT. EXIT.

      **************************************************************************
      * 1600-VET-LINE
      **************************************************************************
      * CHECKS AN ADD OR CHANGE LINE FIELD BY FIELD, STOPPING AT THE
      * FIRST FAULT SO THE OPERATOR SEES ONE CLEAR REASON.
      **************************************************************************
       1600-VET-LINE.
           IF ADJ-IN-CLIENT-ID EQUAL SPACES
               SET LINE-INVALID TO TRUE
               MOVE "no client id" TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           MOVE ADJ-IN-CLIENT-ID TO CLIENT-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   SET LINE-INVALID TO TRUE
                   MOVE "client not on CLIENT-MASTER"
                       TO WS-REJECT-REASON
                   GO TO 1600-VET-LINE-EXIT
           END-READ.

           MOVE ADJ-IN-PERIOD TO WS-CHECK-MONTH.
           IF WS-CHECK-MONTH NOT NUMERIC
                   OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               SET LINE-INVALID TO TRUE
               MOVE "statement month must be YYYYMM"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           PERFORM 1650-CHECK-PERIOD THRU 1650-CHECK-PERIOD-EXIT.
           IF LINE-INVALID
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           MOVE ADJ-IN-ORIG-PERIOD TO WS-CHECK-MONTH.
           IF WS-CHECK-MONTH NOT NUMERIC
                   OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               SET LINE-INVALID TO TRUE
               MOVE "original invoice month must be YYYYMM"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           IF ADJ-IN-ORIG-PERIOD > ADJ-IN-PERIOD
               SET LINE-INVALID TO TRUE
               MOVE "original invoice is later than the statement"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.

           IF FUNCTION UPPER-CASE(ADJ-IN-TYPE) NOT EQUAL 'C'
                   AND FUNCTION UPPER-CASE(ADJ-IN-TYPE) NOT EQUAL 'D'
               SET LINE-INVALID TO TRUE
               MOVE "type must be C (credit) or D (debit)"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.

           IF ADJ-IN-AMOUNT EQUAL SPACES
               MOVE 0 TO WS-INPUT-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(ADJ-IN-AMOUNT) TO WS-INPUT-AMOUNT
           END-IF.
           IF WS-INPUT-AMOUNT NOT > 0 OR WS-INPUT-AMOUNT > 9999999.99
               SET LINE-INVALID TO TRUE
               MOVE "amount must be above zero" TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.

           SET LINE-INVALID TO TRUE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 6
               IF FUNCTION UPPER-CASE(ADJ-IN-REASON-CODE)
                       EQUAL WS-REASON-CODE(WS-REASON-IDX)
                   SET LINE-VALID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LINE-INVALID
               MOVE "unknown reason code" TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(ADJ-IN-REASON-CODE) EQUAL "MISC"
                   AND ADJ-IN-DESCRIPTION EQUAL SPACES
               SET LINE-INVALID TO TRUE
               MOVE "reason MISC needs a description"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.

           IF FUNCTION TRIM(ADJ-IN-ORIG-INVOICE) EQUAL SPACES
                   OR FUNCTION NUMVAL(ADJ-IN-ORIG-INVOICE) NOT > 0
               SET LINE-INVALID TO TRUE
               MOVE "original invoice number required"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(ADJ-IN-ORIG-INVOICE)
               TO WS-INPUT-INVOICE.
           IF NOT INVOICE-STATUS-OPEN
               SET LINE-INVALID TO TRUE
               MOVE "original invoice not on INVOICE-STATUS"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.
           MOVE ADJ-IN-ORIG-PERIOD TO INVST-PERIOD.
           MOVE WS-INPUT-INVOICE   TO INVST-INVOICE-NUMBER.
           READ INVOICE-STATUS
               INVALID KEY
                   SET LINE-INVALID TO TRUE
                   MOVE "original invoice not on INVOICE-STATUS"
                       TO WS-REJECT-REASON
                   GO TO 1600-VET-LINE-EXIT
           END-READ.
           IF INVST-CLIENT-ID NOT EQUAL ADJ-IN-CLIENT-ID
               SET LINE-INVALID TO TRUE
               MOVE "original invoice was billed to another client"
                   TO WS-REJECT-REASON
               GO TO 1600-VET-LINE-EXIT
           END-IF.

       1600-VET-LINE-EXIT. EXIT.

      **************************************************************************
      * 1650-CHECK-PERIOD
      **************************************************************************
      * REFUSES A LINE WHOSE STATEMENT MONTH PERIOD-CONTROL SHOWS AS
      * BILLED OR CLOSED - A REGULAR RUN WILL NOT BILL A CLOSED MONTH
      * AGAIN AND A SUPPLEMENTARY RUN CARRIES NO ADJUSTMENTS, SO THE
      * ADJUSTMENT WOULD NEVER REACH THAT MONTH'S STATEMENT. A MONTH
      * WITH NO RECORD, OR NO PERIOD-CONTROL AT ALL, IS OPEN.
      **************************************************************************
       1650-CHECK-PERIOD.
           IF NOT PERIOD-CONTROL-OPEN
               GO TO 1650-CHECK-PERIOD-EXIT
           END-IF.
           MOVE ADJ-IN-PERIOD TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   GO TO 1650-CHECK-PERIOD-EXIT
           END-READ.
           IF PERIOD-STATUS EQUAL 'P' OR PERIOD-STATUS EQUAL 'C'
               SET LINE-INVALID TO TRUE
               STRING "statement month already billed - enter it"
                   " on the next open month" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       1650-CHECK-PERIOD-EXIT. EXIT.

      **************************************************************************
      * 1700-ADD-ADJUSTMENT
      **************************************************************************
      * ASSIGNS THE NEXT FREE SEQUENCE NUMBER FOR THE CLIENT AND
      * MONTH - ONE PAST THE HIGHEST ON FILE - AND WRITES THE NEW
      * ADJUSTMENT UNDER IT.
      **************************************************************************
       1700-ADD-ADJUSTMENT.
           MOVE 1 TO WS-NEXT-SEQ.
           SET SCAN-MORE TO TRUE.
           MOVE ADJ-IN-CLIENT-ID TO ADJ-CLIENT-ID.
           MOVE ADJ-IN-PERIOD    TO ADJ-PERIOD.
           MOVE 0                TO ADJ-SEQ.
           START ADJUSTMENTS KEY NOT LESS THAN ADJ-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ ADJUSTMENTS NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF SCAN-MORE
                   IF ADJ-CLIENT-ID NOT EQUAL ADJ-IN-CLIENT-ID
                           OR ADJ-PERIOD NOT EQUAL ADJ-IN-PERIOD
                       SET SCAN-DONE TO TRUE
                   ELSE
                       COMPUTE WS-NEXT-SEQ = ADJ-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NEXT-SEQ > 999
               SET LINE-INVALID TO TRUE
               MOVE "client already has 999 adjustments this month"
                   TO WS-REJECT-REASON
               GO TO 1700-ADD-ADJUSTMENT-EXIT
           END-IF.

           MOVE ADJ-IN-CLIENT-ID TO ADJ-CLIENT-ID.
           MOVE ADJ-IN-PERIOD    TO ADJ-PERIOD.
           MOVE WS-NEXT-SEQ      TO ADJ-SEQ.
           PERFORM 1800-BUILD-ADJUSTMENT
              THRU 1800-BUILD-ADJUSTMENT-EXIT.
           WRITE ADJ-RECORD
               INVALID KEY
                   SET LINE-INVALID TO TRUE
                   MOVE "could not write the adjustment"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADDED
                   DISPLAY "Added adjustment "
                       FUNCTION TRIM(ADJ-CLIENT-ID) " " ADJ-PERIOD
                       " seq " ADJ-SEQ UPON STDOUT
           END-WRITE.

       1700-ADD-ADJUSTMENT-EXIT. EXIT.

      **************************************************************************
      * 1800-BUILD-ADJUSTMENT
      **************************************************************************
      * FILLS THE ADJUSTMENT'S DATA FIELDS FROM THE VETTED INPUT LINE
      * UNDER THE KEY ALREADY SET, STAMPING THE OPERATOR AND TIME.
      **************************************************************************
       1800-BUILD-ADJUSTMENT.
           MOVE FUNCTION UPPER-CASE(ADJ-IN-TYPE) TO ADJ-TYPE.
           MOVE WS-INPUT-AMOUNT    TO ADJ-AMOUNT.
           MOVE FUNCTION UPPER-CASE(ADJ-IN-REASON-CODE)
               TO ADJ-REASON-CODE.
           MOVE WS-INPUT-INVOICE   TO ADJ-ORIG-INVOICE.
           MOVE ADJ-IN-ORIG-PERIOD TO ADJ-ORIG-PERIOD.
           MOVE ADJ-IN-DESCRIPTION TO ADJ-DESCRIPTION.
           MOVE WS-OPERATOR-ID     TO ADJ-ENTERED-BY.
           MOVE WS-RUN-TIMESTAMP   TO ADJ-ENTERED-TIMESTAMP.

       1800-BUILD-ADJUSTMENT-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-SUMMARY
      **************************************************************************
      * DISPLAYS THE LOAD SUMMARY ONCE ADJ-INPUT IS EXHAUSTED.
      **************************************************************************
       2000-WRITE-SUMMARY.
           DISPLAY "JSON-ADJ-LOAD SUMMARY" UPON STDOUT.
           DISPLAY "Entered by:          " WS-OPERATOR-ID UPON STDOUT.
           DISPLAY "Input lines:         " WS-LOAD-TOTAL UPON STDOUT.
           DISPLAY "Adjustments added:   " WS-LOAD-ADDED UPON STDOUT.
           DISPLAY "Adjustments changed: " WS-LOAD-CHANGED UPON STDOUT.
           DISPLAY "Adjustments deleted: " WS-LOAD-DELETED UPON STDOUT.
           DISPLAY "Lines rejected:      " WS-LOAD-REJECTED
               UPON STDOUT.

       2000-WRITE-SUMMARY-EXIT. EXIT.

       END PROGRAM JSON-ADJ-LOAD.
