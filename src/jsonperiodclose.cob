       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-PERIOD-CLOSE.

      **************************************************************************
      * BILLING PERIOD MAINTENANCE FOR THE FINANCE DESK. EVERY MONTH
      * IS OPEN UNTIL JSON-STATEMENT BILLS IT, CLOSING WHILE ITS
      * EXTRACT IS WITH GL, AND CLOSED ONCE FINANCE CLOSES IT HERE -
      * AFTER WHICH ITS INVOICES STAND, THE STATEMENT REFUSES TO
      * BILL IT AGAIN AND ITS LATE ARRIVALS ARE BILLED ONLY BY A
      * SUPPLEMENTARY RUN. THE COMMAND LINE IS ONE OF:
      *   LIST                    - EVERY PERIOD ON FILE (DEFAULT);
      *   CLOSE  YYYYMM OPERATOR  - CLOSE A MONTH THAT IS CLOSING;
      *   REOPEN YYYYMM OPERATOR  - SEND A CLOSING MONTH BACK TO OPEN
      *                             SO IT CAN BE BILLED AFRESH.
      * A CLOSED MONTH IS NEVER REOPENED - CORRECTIONS TO IT ARE
      * MADE BY ADJUSTMENT OR SUPPLEMENTARY INVOICE, NOT BY
      * RE-BILLING. REFUSALS END WITH RETURN CODE 8.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
      **************************************************************************
      * STRUCTURES FOR WORKING WITH FILES (INPUT)
      **************************************************************************
       01  WS-FILE-STATUS                       PIC X VALUE SPACE.
           88 END-OF-FILE                             VALUE HIGH-VALUE.
           88 NOT-EOF                                 VALUE LOW-VALUE.
       01  WS-PERIOD-FILE-STATUS                PIC XX VALUE SPACES.
           88 PERIOD-FILE-OK                          VALUE '00'.
           88 PERIOD-FILE-NOT-FOUND                   VALUE '35'.

      **************************************************************************
      * THE ACTION, MONTH AND OPERATOR FROM THE COMMAND LINE.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(64) VALUE SPACES.
       01  WS-ACTION                            PIC X(8) VALUE SPACES.
           88 ACTION-LIST                             VALUE "LIST".
           88 ACTION-CLOSE                            VALUE "CLOSE".
           88 ACTION-REOPEN                           VALUE "REOPEN".
       01  WS-PERIOD-ARG                        PIC X(8) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(8) VALUE SPACES.
       01  WS-TODAY-TIMESTAMP                   PIC X(21).

      **************************************************************************
      * MONTH VALIDATION - THE YEAR AND MONTH MUST BE NUMERIC AND THE
      * MONTH 01 TO 12.
      **************************************************************************
       01  WS-PERIOD-CHECK.
           05  WS-PERIOD-YYYY                   PIC 9(4).
           05  WS-PERIOD-MM                     PIC 9(2).

       01  WS-STATUS-DESC                       PIC X(8).
       01  WS-OUTSTANDING                       PIC 9(7) VALUE 0.
       01  WS-LIST-COUNT                        PIC 9(5) VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * VALIDATES THE COMMAND LINE AND HANDS OFF TO THE LISTING OR
      * THE STATUS CHANGE.
      **************************************************************************
       1000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ACTION WS-PERIOD-ARG WS-OPERATOR.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           IF WS-ACTION EQUAL SPACES
               SET ACTION-LIST TO TRUE
           END-IF.

           IF NOT ACTION-LIST AND NOT ACTION-CLOSE
                   AND NOT ACTION-REOPEN
               PERFORM 0190-USAGE THRU 0190-USAGE-EXIT
               GO TO 1000-MAIN-END
           END-IF.

           IF ACTION-LIST
               PERFORM 2000-LIST-PERIODS THRU 2000-LIST-PERIODS-EXIT
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0200-VALIDATE-ARGS THRU 0200-VALIDATE-ARGS-EXIT.
           IF RETURN-CODE NOT EQUAL 0
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 3000-CHANGE-STATUS THRU 3000-CHANGE-STATUS-EXIT.

       1000-MAIN-END. STOP RUN.

      **************************************************************************
      * 0190-USAGE
      **************************************************************************
      * EXPLAINS THE COMMAND LINE AND REFUSES THE RUN.
      **************************************************************************
       0190-USAGE.
           DISPLAY "Usage: JSON-PERIOD-CLOSE [LIST]" UPON STDERR.
           DISPLAY "       JSON-PERIOD-CLOSE CLOSE  YYYYMM operator"
               UPON STDERR.
           DISPLAY "       JSON-PERIOD-CLOSE REOPEN YYYYMM operator"
               UPON STDERR.
           MOVE 8 TO RETURN-CODE.

       0190-USAGE-EXIT. EXIT.

      **************************************************************************
      * 0200-VALIDATE-ARGS
      **************************************************************************
      * A STATUS CHANGE NEEDS A VALID YYYYMM AND THE OPERATOR MAKING
      * IT, WHO IS RECORDED AGAINST THE CLOSE.
      **************************************************************************
       0200-VALIDATE-ARGS.
           IF WS-PERIOD-ARG(7:2) NOT EQUAL SPACES
                   OR WS-PERIOD-ARG(1:6) IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM: "
                   FUNCTION TRIM(WS-PERIOD-ARG) UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 0200-VALIDATE-ARGS-EXIT
           END-IF.
           MOVE WS-PERIOD-ARG(1:6) TO WS-PERIOD-CHECK.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "Period must be YYYYMM: "
                   FUNCTION TRIM(WS-PERIOD-ARG) UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 0200-VALIDATE-ARGS-EXIT
           END-IF.
           IF WS-OPERATOR EQUAL SPACES
               DISPLAY "The operator making the change is required!"
                   UPON STDERR
               PERFORM 0190-USAGE THRU 0190-USAGE-EXIT
           END-IF.

       0200-VALIDATE-ARGS-EXIT. EXIT.

      **************************************************************************
      * 2000-LIST-PERIODS
      **************************************************************************
      * LISTS EVERY PERIOD ON FILE IN MONTH ORDER WITH ITS STATE, THE
      * CUT-OFF AND VOLUME IT WAS BILLED TO, WHO CLOSED IT, AND ITS
      * LATE ARRIVALS - DIVERTED, BILLED AND STILL OUTSTANDING.
      **************************************************************************
       2000-LIST-PERIODS.
           DISPLAY "JSON-PERIOD-CLOSE BILLING PERIODS" UPON STDOUT.
           DISPLAY " " UPON STDOUT.

           OPEN INPUT PERIOD-CONTROL.
           IF PERIOD-FILE-NOT-FOUND
               DISPLAY "PERIOD-CONTROL not found - no month has been"
                   " billed yet." UPON STDOUT
               GO TO 2000-LIST-PERIODS-EXIT
           END-IF.
           IF NOT PERIOD-FILE-OK
               DISPLAY "Could not open PERIOD-CONTROL! Status: "
                   WS-PERIOD-FILE-STATUS UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-LIST-PERIODS-EXIT
           END-IF.

           MOVE LOW-VALUES TO PERIOD-MONTH.
           START PERIOD-CONTROL KEY NOT LESS THAN PERIOD-MONTH
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ PERIOD-CONTROL NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               IF NOT END-OF-FILE
                   PERFORM 2100-LIST-PERIOD
                      THRU 2100-LIST-PERIOD-EXIT
               END-IF
           END-PERFORM.
           CLOSE PERIOD-CONTROL.

           DISPLAY " " UPON STDOUT.
           DISPLAY "Periods listed: " WS-LIST-COUNT UPON STDOUT.

       2000-LIST-PERIODS-EXIT. EXIT.

      **************************************************************************
      * 2100-LIST-PERIOD
      **************************************************************************
      * PRINTS ONE PERIOD'S LINES.
      **************************************************************************
       2100-LIST-PERIOD.
           PERFORM 2200-DESCRIBE-STATUS THRU 2200-DESCRIBE-STATUS-EXIT.
           COMPUTE WS-OUTSTANDING =
               PERIOD-LATE-COUNT - PERIOD-LATE-BILLED.

           DISPLAY "  " PERIOD-MONTH " " WS-STATUS-DESC
               " billed to " PERIOD-BILLED-TIMESTAMP(1:14)
               " requests=" PERIOD-BILLED-COUNT UPON STDOUT.
           IF PERIOD-STATUS EQUAL 'C'
               DISPLAY "         closed " PERIOD-CLOSED-DATE
                   " by " FUNCTION TRIM(PERIOD-CLOSED-BY) UPON STDOUT
           END-IF.
           IF PERIOD-LATE-COUNT > 0
               DISPLAY "         late arrivals=" PERIOD-LATE-COUNT
                   " billed=" PERIOD-LATE-BILLED
                   " outstanding=" WS-OUTSTANDING
                   " supplementary runs=" PERIOD-SUPP-COUNT
                   UPON STDOUT
           END-IF.
           IF PERIOD-SUPP-INVOICE-HIGH > 0
               DISPLAY "         supplementary invoices billed here"
                   " up to " PERIOD-SUPP-INVOICE-HIGH UPON STDOUT
           END-IF.
           ADD 1 TO WS-LIST-COUNT.

       2100-LIST-PERIOD-EXIT. EXIT.

      **************************************************************************
      * 2200-DESCRIBE-STATUS
      **************************************************************************
      * TURNS THE PERIOD STATUS INTO ITS PRINTED NAME.
      **************************************************************************
       2200-DESCRIBE-STATUS.
           EVALUATE PERIOD-STATUS
               WHEN 'O'   MOVE "OPEN"    TO WS-STATUS-DESC
               WHEN 'P'   MOVE "CLOSING" TO WS-STATUS-DESC
               WHEN 'C'   MOVE "CLOSED"  TO WS-STATUS-DESC
               WHEN OTHER MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-EVALUATE.

       2200-DESCRIBE-STATUS-EXIT. EXIT.

      **************************************************************************
      * 3000-CHANGE-STATUS
      **************************************************************************
      * CLOSES OR REOPENS ONE MONTH. ONLY A CLOSING MONTH - ONE THE
      * STATEMENT HAS BILLED - CAN BE CLOSED OR REOPENED: AN OPEN
      * MONTH HAS NOTHING TO CLOSE, AND A CLOSED ONE IS FINAL.
      * REOPENING CLEARS THE BILLED CUT-OFF SO THE ROLLOVER STOPS
      * DIVERTING THE MONTH'S RECORDS UNTIL IT IS BILLED AGAIN.
      **************************************************************************
       3000-CHANGE-STATUS.
           OPEN I-O PERIOD-CONTROL.
           IF PERIOD-FILE-NOT-FOUND
               DISPLAY "PERIOD-CONTROL not found - period "
                   WS-PERIOD-ARG(1:6) " has not been billed!"
                   UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CHANGE-STATUS-EXIT
           END-IF.
           IF NOT PERIOD-FILE-OK
               DISPLAY "Could not open PERIOD-CONTROL! Status: "
                   WS-PERIOD-FILE-STATUS UPON STDERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CHANGE-STATUS-EXIT
           END-IF.

           MOVE WS-PERIOD-ARG(1:6) TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   MOVE 'O' TO PERIOD-STATUS
           END-READ.
           PERFORM 2200-DESCRIBE-STATUS THRU 2200-DESCRIBE-STATUS-EXIT.

           IF PERIOD-STATUS NOT EQUAL 'P'
               DISPLAY "Period " WS-PERIOD-ARG(1:6) " is "
                   FUNCTION TRIM(WS-STATUS-DESC)
                   " - only a CLOSING period (one the statement has"
                   " billed) can be closed or reopened!" UPON STDERR
               MOVE 8 TO RETURN-CODE
               CLOSE PERIOD-CONTROL
               GO TO 3000-CHANGE-STATUS-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP.
           IF ACTION-CLOSE
               MOVE 'C' TO PERIOD-STATUS
               MOVE WS-TODAY-TIMESTAMP(1:8) TO PERIOD-CLOSED-DATE
               MOVE WS-OPERATOR TO PERIOD-CLOSED-BY
           ELSE
               MOVE 'O' TO PERIOD-STATUS
               MOVE SPACES TO PERIOD-BILLED-TIMESTAMP
               MOVE 0 TO PERIOD-BILLED-COUNT
           END-IF.
           REWRITE PERIOD-RECORD.
           IF NOT PERIOD-FILE-OK
               DISPLAY "Could not update period " WS-PERIOD-ARG(1:6)
                   "! Status: " WS-PERIOD-FILE-STATUS UPON STDERR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2200-DESCRIBE-STATUS
                  THRU 2200-DESCRIBE-STATUS-EXIT
               DISPLAY "Period " WS-PERIOD-ARG(1:6) " is now "
                   FUNCTION TRIM(WS-STATUS-DESC) " ("
                   FUNCTION TRIM(WS-OPERATOR) ")." UPON STDOUT
           END-IF.
           CLOSE PERIOD-CONTROL.

       3000-CHANGE-STATUS-EXIT. EXIT.

       END PROGRAM JSON-PERIOD-CLOSE.
