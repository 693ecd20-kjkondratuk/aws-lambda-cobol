       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-CRED-MAINT.

      **************************************************************************
      * MAINTENANCE FOR THE INDEXED CLIENT-CREDENTIALS FILE
      * JSON-PROCESS AUTHENTICATES EVERY ENROLLED clientId AGAINST.
      * ONE ACTION PER RUN, NAMED ON THE COMMAND LINE WITH THE CLIENT
      * AND THE OPERATOR ID, WHICH IS REQUIRED AND RECORDED ON EVERY
      * KEY ISSUED OR REVOKED:
      *   ISSUE  clientId operator
      *       ISSUES THE CLIENT A NEW API KEY, VALID FROM TODAY FOR
      *       THE CRED-PARMS VALIDITY PERIOD (DEFAULT 365 DAYS). ANY
      *       KEYS THE CLIENT ALREADY HOLDS ARE LEFT AS THEY ARE.
      *   ROTATE clientId operator [overlapDays]
      *       ISSUES A NEW KEY AS ABOVE AND CUTS EVERY OTHER LIVE KEY
      *       THE CLIENT HOLDS BACK TO EXPIRE AT THE END OF THE
      *       OVERLAP WINDOW (THE ARGUMENT, ELSE CRED-PARMS, ELSE 7
      *       DAYS), SO THE CALLER CAN CUT OVER TO THE NEW KEY WHILE
      *       THE OLD ONE STILL WORKS. A KEY ALREADY DUE TO EXPIRE
      *       SOONER KEEPS ITS DATE. AN OVERLAP OF 0 ENDS THE OLD
      *       KEYS TODAY.
      *   REVOKE clientId operator seq|ALL
      *       REVOKES ONE KEY BY ITS SEQUENCE NUMBER, OR EVERY KEY
      *       THE CLIENT HOLDS, WITH IMMEDIATE EFFECT.
      * A NEW KEY IS 64 HEX CHARACTERS - 32 BYTES READ FROM THE
      * OPERATING SYSTEM'S /dev/urandom ENTROPY SOURCE, SO NOTHING ABOUT
      * THE RUN (ITS TIME, THE OPERATOR, THE SEQUENCE NUMBER) HELPS
      * ANYONE RECONSTRUCT IT; NO KEY IS ISSUED IF THE SOURCE CANNOT BE
      * READ. IT IS DISPLAYED ONCE, HERE, FOR THE OPERATOR TO HAND TO
      * THE CLIENT - ONLY ITS HASH IS WRITTEN, SO IT CAN NEVER BE SHOWN
      * AGAIN; A LOST KEY IS REPLACED BY A ROTATION. KEYS ARE ONLY
      * ISSUED TO A CLIENT THE CLIENT MASTER CARRIES AS ACTIVE (WHILE
      * THERE IS A CLIENT MASTER). THE FILE IS CREATED ON THE FIRST
      * ISSUE. CREDENTIAL CHANGES TAKE EFFECT AT ONCE RATHER THAN
      * THROUGH JSON-MAINT-APPROVE: A KEY ONLY EXISTS IN THE CLEAR AT
      * THE MOMENT IT IS ISSUED, AND A REVOCATION MUST NOT WAIT FOR A
      * SECOND OPERATOR. RETURN CODE 8 WHEN THE ACTION WAS REFUSED OR
      * FAILED, 4 WHEN A REVOKE FOUND NOTHING LEFT TO REVOKE.
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
               ACCESS MODE DYNAMIC
               RECORD KEY CRED-KEY
               FILE STATUS IS WS-CRED-FILE-STATUS.
           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
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

       FD  CLIENT-MASTER.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

      **************************************************************************
      * OPTIONAL SINGLE-RECORD PARAMETER FILE, SHARED WITH
      * JSON-CRED-REPORT AND JSON-PROCESS - HOW MANY DAYS A NEW KEY IS
      * VALID FOR, THE DEFAULT ROTATION OVERLAP IN DAYS, HOW MANY DAYS
      * AHEAD THE WEEKLY REPORT WARNS OF EXPIRING KEYS, AND THE
      * ENFORCEMENT FLAG JSON-PROCESS AUTHENTICATES UNDER (SEE THERE).
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
       01  WS-CRED-FILE-STATUS                  PIC XX VALUE SPACES.
           88 CRED-FILE-OK                            VALUE '00'.
           88 CRED-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-CLIENT-FILE-STATUS                PIC XX VALUE SPACES.
           88 CLIENT-FILE-OK                          VALUE '00'.
           88 CLIENT-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PARM-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PARM-FILE-OK                            VALUE '00'.
       01  WS-CRED-SCAN-SW                      PIC X VALUE SPACE.
           88 CRED-SCAN-DONE                          VALUE HIGH-VALUE.
           88 CRED-SCAN-MORE                          VALUE LOW-VALUE.

      **************************************************************************
      * THE COMMAND LINE - ACTION, CLIENT, OPERATOR AND THE ACTION'S
      * OPTIONAL FOURTH ARGUMENT.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(64) VALUE SPACES.
       01  WS-ACTION                            PIC X(8) VALUE SPACES.
           88 ACTION-ISSUE                            VALUE "ISSUE".
           88 ACTION-ROTATE                           VALUE "ROTATE".
           88 ACTION-REVOKE                           VALUE "REVOKE".
       01  WS-MAINT-CLIENT-ID                   PIC X(16) VALUE SPACES.
       01  WS-OPERATOR-ID                       PIC X(8) VALUE SPACES.
       01  WS-EXTRA-ARG                         PIC X(8) VALUE SPACES.
       01  WS-REVOKE-SEQ                        PIC 9(3) VALUE 0.
       01  WS-REVOKE-ALL-SW                     PIC X VALUE 'N'.
           88 REVOKE-ALL                              VALUE 'Y'.
           88 REVOKE-ONE                              VALUE 'N'.

      **************************************************************************
      * THE VALIDITY AND OVERLAP PERIODS IN FORCE, AND THE DATES
      * WORKED OUT FROM THEM.
      **************************************************************************
       01  WS-VALID-DAYS                        PIC 9(4) VALUE 365.
       01  WS-OVERLAP-DAYS                      PIC 9(3) VALUE 7.
       01  WS-RUN-TIMESTAMP                     PIC X(21).
       01  WS-TODAY                             PIC X(8).
       01  WS-DATE-WORK                         PIC 9(8).
       01  WS-DAY-NUM                           PIC 9(7).
       01  WS-NEW-EXPIRY                        PIC X(8).
       01  WS-OVERLAP-END                       PIC X(8).

      **************************************************************************
      * THE KEY BEING ISSUED - ITS SEQUENCE NUMBER, THE ENTROPY
      * SOURCE AND THE BYTES READ FROM IT (WITH THE PARAMETERS THE
      * CBL_ FILE ROUTINES TAKE: READ ACCESS, NO LOCKING, OFFSET 0,
      * 32 BYTES), AND THE KEY ITSELF - THOSE BYTES IN HEX.
      **************************************************************************
       01  WS-NEXT-SEQ                          PIC 9(4).
       01  WS-ENTROPY-SOURCE                    PIC X(16)
                                                VALUE "/dev/urandom".
       01  WS-ENTROPY-ACCESS                    PIC X VALUE X"01".
       01  WS-ENTROPY-DENY                      PIC X VALUE X"03".
       01  WS-ENTROPY-DEVICE                    PIC X VALUE X"00".
       01  WS-ENTROPY-FLAGS                     PIC X VALUE X"00".
       01  WS-ENTROPY-HANDLE                    PIC X(4).
       01  WS-ENTROPY-OFFSET                    PIC 9(18) COMP VALUE 0.
       01  WS-ENTROPY-COUNT                     PIC 9(9) COMP VALUE 32.
       01  WS-ENTROPY                           PIC X(32).
       01  WS-ENTROPY-RC                        PIC S9(9).
       01  WS-ENTROPY-IDX                       PIC 9(2) USAGE COMP.
       01  WS-ENTROPY-BYTE                      PIC 9(3) USAGE COMP.
       01  WS-ENTROPY-HIGH                      PIC 9(2) USAGE COMP.
       01  WS-ENTROPY-LOW                       PIC 9(2) USAGE COMP.
       01  WS-HEX-DIGITS                        PIC X(16) VALUE
               "0123456789abcdef".
       01  WS-NEW-KEY                           PIC X(64).
       COPY "keyhashreq.cpy".

      **************************************************************************
      * RUNNING COUNTS FOR THE SUMMARY, AND THE RETURN CODE.
      **************************************************************************
       01  WS-MAINT-COUNTERS.
           05  WS-KEYS-ON-FILE                  PIC 9(4) VALUE 0.
           05  WS-KEYS-RETIRED                  PIC 9(4) VALUE 0.
           05  WS-KEYS-REVOKED                  PIC 9(4) VALUE 0.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * CHECKS THE COMMAND LINE AND THE CLIENT, OPENS THE CREDENTIALS
      * FILE FOR UPDATE AND CARRIES OUT THE ONE ACTION ASKED FOR.
      **************************************************************************
       1000-MAIN.
           PERFORM 0100-PARSE-ARGS THRU 0100-PARSE-ARGS-EXIT.
           IF WS-FINAL-RC NOT EQUAL 0
               GO TO 1000-MAIN-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.

           PERFORM 0200-LOAD-PARMS THRU 0200-LOAD-PARMS-EXIT.
           IF ACTION-ROTATE AND WS-EXTRA-ARG NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-EXTRA-ARG) TO WS-OVERLAP-DAYS
           END-IF.

           IF NOT ACTION-REVOKE
               PERFORM 0300-CHECK-CLIENT THRU 0300-CHECK-CLIENT-EXIT
               IF WS-FINAL-RC NOT EQUAL 0
                   GO TO 1000-MAIN-END
               END-IF
           END-IF.

           PERFORM 0500-OPEN-CREDENTIALS
              THRU 0500-OPEN-CREDENTIALS-EXIT.
           IF NOT CRED-FILE-OK
               MOVE 8 TO WS-FINAL-RC
               GO TO 1000-MAIN-END
           END-IF.

           EVALUATE TRUE
               WHEN ACTION-ISSUE
                   PERFORM 1100-ISSUE-KEY THRU 1100-ISSUE-KEY-EXIT
               WHEN ACTION-ROTATE
                   PERFORM 1100-ISSUE-KEY THRU 1100-ISSUE-KEY-EXIT
                   IF WS-FINAL-RC EQUAL 0
                       PERFORM 1400-RETIRE-OLD-KEYS
                          THRU 1400-RETIRE-OLD-KEYS-EXIT
                   END-IF
               WHEN ACTION-REVOKE
                   PERFORM 1500-REVOKE-KEYS THRU 1500-REVOKE-KEYS-EXIT
           END-EVALUATE.
           CLOSE CLIENT-CREDENTIALS.

           PERFORM 2000-WRITE-SUMMARY THRU 2000-WRITE-SUMMARY-EXIT.

       1000-MAIN-END.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      **************************************************************************
      * 0100-PARSE-ARGS
      **************************************************************************
      * ACTION, CLIENT AND OPERATOR ARE ALWAYS REQUIRED. REVOKE ALSO
      * NEEDS THE KEY'S SEQUENCE NUMBER OR ALL; ROTATE MAY CARRY AN
      * OVERLAP IN DAYS.
      **************************************************************************
       0100-PARSE-ARGS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ACTION WS-MAINT-CLIENT-ID WS-OPERATOR-ID
                    WS-EXTRA-ARG.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           IF NOT ACTION-ISSUE AND NOT ACTION-ROTATE
                   AND NOT ACTION-REVOKE
               MOVE 8 TO WS-FINAL-RC
           END-IF.
           IF WS-MAINT-CLIENT-ID EQUAL SPACES
                   OR WS-OPERATOR-ID EQUAL SPACES
               MOVE 8 TO WS-FINAL-RC
           END-IF.

           EVALUATE TRUE
               WHEN ACTION-ISSUE
                   IF WS-EXTRA-ARG NOT EQUAL SPACES
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
               WHEN ACTION-ROTATE
                   IF WS-EXTRA-ARG NOT EQUAL SPACES
                       IF FUNCTION TRIM(WS-EXTRA-ARG) IS NOT NUMERIC
                               OR FUNCTION NUMVAL(WS-EXTRA-ARG) > 999
                           MOVE 8 TO WS-FINAL-RC
                       END-IF
                   END-IF
               WHEN ACTION-REVOKE
                   IF FUNCTION UPPER-CASE(WS-EXTRA-ARG) EQUAL "ALL"
                       SET REVOKE-ALL TO TRUE
                   ELSE
                       IF WS-EXTRA-ARG EQUAL SPACES
                               OR FUNCTION TRIM(WS-EXTRA-ARG)
                                   IS NOT NUMERIC
                               OR FUNCTION NUMVAL(WS-EXTRA-ARG) > 999
                           MOVE 8 TO WS-FINAL-RC
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-EXTRA-ARG)
                               TO WS-REVOKE-SEQ
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-FINAL-RC NOT EQUAL 0
               DISPLAY "Usage: JSON-CRED-MAINT ISSUE clientId operator"
                   UPON STDERR
               DISPLAY "       JSON-CRED-MAINT ROTATE clientId operator"
                   " [overlapDays]" UPON STDERR
               DISPLAY "       JSON-CRED-MAINT REVOKE clientId operator"
                   " seq|ALL" UPON STDERR
           END-IF.

       0100-PARSE-ARGS-EXIT. EXIT.

      **************************************************************************
      * 0200-LOAD-PARMS
      **************************************************************************
      * PICKS UP THE VALIDITY AND OVERLAP PERIODS FROM THE OPTIONAL
      * CRED-PARMS FILE. A MISSING FILE OR A BLANK OR NON-NUMERIC
      * VALUE KEEPS THE DEFAULT; A VALIDITY OF ZERO IS NOT ALLOWED.
      **************************************************************************
       0200-LOAD-PARMS.
           OPEN INPUT CRED-PARMS.
           IF NOT PARM-FILE-OK
               GO TO 0200-LOAD-PARMS-EXIT
           END-IF.
           READ CRED-PARMS
               AT END
                   MOVE SPACES TO CRED-PARM-RECORD
           END-READ.
           CLOSE CRED-PARMS.

           IF CRED-PARM-VALID-DAYS NOT EQUAL SPACES
               IF FUNCTION TRIM(CRED-PARM-VALID-DAYS) IS NUMERIC
                       AND FUNCTION NUMVAL(CRED-PARM-VALID-DAYS) > 0
                   MOVE FUNCTION NUMVAL(CRED-PARM-VALID-DAYS)
                       TO WS-VALID-DAYS
               ELSE
                   DISPLAY "CRED-PARMS validity ["
                       CRED-PARM-VALID-DAYS "] is not a number of"
                       " days - keeping " WS-VALID-DAYS "."
                       UPON STDERR
               END-IF
           END-IF.
           IF CRED-PARM-OVERLAP-DAYS NOT EQUAL SPACES
               IF FUNCTION TRIM(CRED-PARM-OVERLAP-DAYS) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CRED-PARM-OVERLAP-DAYS)
                       TO WS-OVERLAP-DAYS
               ELSE
                   DISPLAY "CRED-PARMS overlap ["
                       CRED-PARM-OVERLAP-DAYS "] is not a number of"
                       " days - keeping " WS-OVERLAP-DAYS "."
                       UPON STDERR
               END-IF
           END-IF.

       0200-LOAD-PARMS-EXIT. EXIT.

      **************************************************************************
      * 0300-CHECK-CLIENT
      **************************************************************************
      * A KEY IS ONLY ISSUED TO A CLIENT THE CLIENT MASTER CARRIES AS
      * ACTIVE. WITHOUT A CLIENT MASTER THERE IS NOTHING TO CHECK
      * AGAINST, AND THE KEY IS ISSUED WITH A WARNING.
      **************************************************************************
       0300-CHECK-CLIENT.
           OPEN INPUT CLIENT-MASTER.
           IF CLIENT-FILE-NOT-FOUND
               DISPLAY "CLIENT-MASTER not found - client ["
                   FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                   "] cannot be checked." UPON STDERR
               GO TO 0300-CHECK-CLIENT-EXIT
           END-IF.
           IF NOT CLIENT-FILE-OK
               DISPLAY "Could not open the client master! Status: "
                   WS-CLIENT-FILE-STATUS UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 0300-CHECK-CLIENT-EXIT
           END-IF.

           MOVE WS-MAINT-CLIENT-ID TO CLIENT-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "Client [" FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                       "] is not known - no key issued!" UPON STDERR
                   MOVE 8 TO WS-FINAL-RC
               NOT INVALID KEY
                   IF CLIENT-STATUS-FLAG NOT EQUAL 'A'
                       DISPLAY "Client ["
                           FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                           "] is suspended - no key issued!"
                           UPON STDERR
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
           END-READ.
           CLOSE CLIENT-MASTER.

       0300-CHECK-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 0500-OPEN-CREDENTIALS
      **************************************************************************
      * OPENS THE CREDENTIALS FILE FOR UPDATE. A FILE THAT DOESN'T
      * EXIST YET IS CREATED EMPTY AND REOPENED FOR AN ISSUE; THERE
      * IS NOTHING TO ROTATE OR REVOKE IN A FILE THAT DOESN'T EXIST.
      **************************************************************************
       0500-OPEN-CREDENTIALS.
           OPEN I-O CLIENT-CREDENTIALS.
           IF CRED-FILE-NOT-FOUND AND NOT ACTION-REVOKE
               OPEN OUTPUT CLIENT-CREDENTIALS
               CLOSE CLIENT-CREDENTIALS
               OPEN I-O CLIENT-CREDENTIALS
           END-IF.
           IF NOT CRED-FILE-OK
               DISPLAY "Could not open CLIENT-CREDENTIALS! Status: "
                   WS-CRED-FILE-STATUS UPON STDERR
           END-IF.

       0500-OPEN-CREDENTIALS-EXIT. EXIT.

      **************************************************************************
      * 1100-ISSUE-KEY
      **************************************************************************
      * ISSUES THE CLIENT ITS NEXT KEY: FINDS THE NEXT SEQUENCE
      * NUMBER, DRAWS THE KEY, WRITES ITS HASH, AND SHOWS THE KEY.
      **************************************************************************
       1100-ISSUE-KEY.
           PERFORM 1150-FIND-NEXT-SEQ THRU 1150-FIND-NEXT-SEQ-EXIT.
           IF WS-NEXT-SEQ > 999
               DISPLAY "Client [" FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                   "] has used every key sequence number - no key"
                   " issued!" UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 1100-ISSUE-KEY-EXIT
           END-IF.

           PERFORM 1200-GENERATE-KEY THRU 1200-GENERATE-KEY-EXIT.
           IF WS-FINAL-RC NOT EQUAL 0
               GO TO 1100-ISSUE-KEY-EXIT
           END-IF.

           MOVE WS-TODAY TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + WS-VALID-DAYS.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-WORK TO WS-NEW-EXPIRY.

           MOVE WS-MAINT-CLIENT-ID TO CRED-CLIENT-ID.
           MOVE WS-NEXT-SEQ        TO CRED-KEY-SEQ.
           MOVE WS-MAINT-CLIENT-ID TO WS-KH-CLIENT-ID.
           MOVE WS-NEW-KEY         TO WS-KH-SECRET.
           CALL "JSON-KEY-HASH" USING WS-KEY-HASH-AREA.
           MOVE SPACES             TO WS-KH-SECRET.
           MOVE WS-KH-DIGEST       TO CRED-KEY-HASH.
           MOVE 'A'                TO CRED-STATUS-FLAG.
           MOVE WS-TODAY           TO CRED-ISSUE-DATE.
           MOVE WS-NEW-EXPIRY      TO CRED-EXPIRY-DATE.
           MOVE WS-OPERATOR-ID     TO CRED-ISSUED-BY.
           MOVE SPACES             TO CRED-REVOKED-DATE.
           MOVE SPACES             TO CRED-REVOKED-BY.
           MOVE 0                  TO CRED-REPLACED-BY-SEQ.
           WRITE CRED-RECORD
               INVALID KEY
                   DISPLAY "Could not write key "
                       WS-NEXT-SEQ(2:3) " for client ["
                       FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                       "]! Status: " WS-CRED-FILE-STATUS UPON STDERR
                   MOVE 8 TO WS-FINAL-RC
                   GO TO 1100-ISSUE-KEY-EXIT
           END-WRITE.

           DISPLAY "Key " WS-NEXT-SEQ(2:3) " issued to client ["
               FUNCTION TRIM(WS-MAINT-CLIENT-ID) "], valid "
               WS-TODAY " through " WS-NEW-EXPIRY ":" UPON STDOUT.
           DISPLAY "  apiKey: " WS-NEW-KEY UPON STDOUT.
           DISPLAY "  Hand this key to the client now - only its hash"
               " is kept, so it cannot be shown again." UPON STDOUT.
           MOVE SPACES TO WS-NEW-KEY.

       1100-ISSUE-KEY-EXIT. EXIT.

      **************************************************************************
      * 1150-FIND-NEXT-SEQ
      **************************************************************************
      * WALKS THE CLIENT'S KEYS ON FILE, COUNTING THEM, AND SETS
      * WS-NEXT-SEQ ONE PAST THE HIGHEST SEQUENCE NUMBER IN USE.
      **************************************************************************
       1150-FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE 0 TO WS-KEYS-ON-FILE.
           SET CRED-SCAN-MORE TO TRUE.
           MOVE WS-MAINT-CLIENT-ID TO CRED-CLIENT-ID.
           MOVE 0 TO CRED-KEY-SEQ.
           START CLIENT-CREDENTIALS KEY NOT LESS THAN CRED-KEY
               INVALID KEY
                   SET CRED-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CRED-SCAN-DONE
               READ CLIENT-CREDENTIALS NEXT RECORD
                   AT END SET CRED-SCAN-DONE TO TRUE
               END-READ
               IF CRED-SCAN-MORE
                   IF CRED-CLIENT-ID NOT EQUAL WS-MAINT-CLIENT-ID
                       SET CRED-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-KEYS-ON-FILE
                       COMPUTE WS-NEXT-SEQ = CRED-KEY-SEQ + 1
                   END-IF
               END-IF
           END-PERFORM.

       1150-FIND-NEXT-SEQ-EXIT. EXIT.

      **************************************************************************
      * 1200-GENERATE-KEY
      **************************************************************************
      * DRAWS A NEW KEY: 32 BYTES FROM THE ENTROPY SOURCE, RENDERED
      * AS 64 LOWER-CASE HEX CHARACTERS. A SOURCE THAT CANNOT BE
      * OPENED OR READ REFUSES THE ISSUE WITH RETURN CODE 8 - A KEY
      * IS NEVER MADE UP FROM ANYTHING GUESSABLE INSTEAD.
      **************************************************************************
       1200-GENERATE-KEY.
           MOVE SPACES TO WS-NEW-KEY.
           CALL "CBL_OPEN_FILE" USING WS-ENTROPY-SOURCE
               WS-ENTROPY-ACCESS WS-ENTROPY-DENY WS-ENTROPY-DEVICE
               WS-ENTROPY-HANDLE.
           IF RETURN-CODE NOT EQUAL 0
               MOVE RETURN-CODE TO WS-ENTROPY-RC
               MOVE 0 TO RETURN-CODE
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-ENTROPY-SOURCE) "! Status: "
                   WS-ENTROPY-RC " - no key issued." UPON STDERR
               MOVE 8 TO WS-FINAL-RC
               GO TO 1200-GENERATE-KEY-EXIT
           END-IF.
           CALL "CBL_READ_FILE" USING WS-ENTROPY-HANDLE
               WS-ENTROPY-OFFSET WS-ENTROPY-COUNT WS-ENTROPY-FLAGS
               WS-ENTROPY.
           MOVE RETURN-CODE TO WS-ENTROPY-RC.
           CALL "CBL_CLOSE_FILE" USING WS-ENTROPY-HANDLE.
           MOVE 0 TO RETURN-CODE.
           IF WS-ENTROPY-RC NOT EQUAL 0
               DISPLAY "Could not read "
                   FUNCTION TRIM(WS-ENTROPY-SOURCE) "! Status: "
                   WS-ENTROPY-RC " - no key issued." UPON STDERR
               MOVE LOW-VALUES TO WS-ENTROPY
               MOVE 8 TO WS-FINAL-RC
               GO TO 1200-GENERATE-KEY-EXIT
           END-IF.

           PERFORM VARYING WS-ENTROPY-IDX FROM 1 BY 1
                   UNTIL WS-ENTROPY-IDX > 32
               COMPUTE WS-ENTROPY-BYTE =
                   FUNCTION ORD(WS-ENTROPY(WS-ENTROPY-IDX:1)) - 1
               DIVIDE WS-ENTROPY-BYTE BY 16 GIVING WS-ENTROPY-HIGH
                   REMAINDER WS-ENTROPY-LOW
               MOVE WS-HEX-DIGITS(WS-ENTROPY-HIGH + 1:1)
                   TO WS-NEW-KEY(WS-ENTROPY-IDX * 2 - 1:1)
               MOVE WS-HEX-DIGITS(WS-ENTROPY-LOW + 1:1)
                   TO WS-NEW-KEY(WS-ENTROPY-IDX * 2:1)
           END-PERFORM.
           MOVE LOW-VALUES TO WS-ENTROPY.

       1200-GENERATE-KEY-EXIT. EXIT.

      **************************************************************************
      * 1400-RETIRE-OLD-KEYS
      **************************************************************************
      * AFTER A ROTATION'S NEW KEY IS ON FILE, CUTS EVERY OTHER
      * ACTIVE KEY THE CLIENT HOLDS BACK TO EXPIRE AT THE END OF THE
      * OVERLAP WINDOW AND POINTS IT AT ITS REPLACEMENT. A KEY THAT
      * WOULD EXPIRE SOONER ANYWAY KEEPS ITS OWN DATE.
      **************************************************************************
       1400-RETIRE-OLD-KEYS.
           MOVE WS-TODAY TO WS-DATE-WORK.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + WS-OVERLAP-DAYS.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-WORK TO WS-OVERLAP-END.

           SET CRED-SCAN-MORE TO TRUE.
           MOVE WS-MAINT-CLIENT-ID TO CRED-CLIENT-ID.
           MOVE 0 TO CRED-KEY-SEQ.
           START CLIENT-CREDENTIALS KEY NOT LESS THAN CRED-KEY
               INVALID KEY
                   SET CRED-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CRED-SCAN-DONE
               READ CLIENT-CREDENTIALS NEXT RECORD
                   AT END SET CRED-SCAN-DONE TO TRUE
               END-READ
               IF CRED-SCAN-MORE
                   IF CRED-CLIENT-ID NOT EQUAL WS-MAINT-CLIENT-ID
                           OR CRED-KEY-SEQ NOT < WS-NEXT-SEQ
                       SET CRED-SCAN-DONE TO TRUE
                   ELSE
                       IF CRED-STATUS-FLAG EQUAL 'A'
                               AND CRED-EXPIRY-DATE NOT < WS-TODAY
                           IF CRED-EXPIRY-DATE > WS-OVERLAP-END
                               MOVE WS-OVERLAP-END TO CRED-EXPIRY-DATE
                           END-IF
                           MOVE WS-NEXT-SEQ TO CRED-REPLACED-BY-SEQ
                           REWRITE CRED-RECORD
                               INVALID KEY
                                   DISPLAY "Could not retire key "
                                       CRED-KEY-SEQ "! Status: "
                                       WS-CRED-FILE-STATUS UPON STDERR
                                   MOVE 8 TO WS-FINAL-RC
                               NOT INVALID KEY
                                   ADD 1 TO WS-KEYS-RETIRED
                                   DISPLAY "Key " CRED-KEY-SEQ
                                       " now expires after "
                                       CRED-EXPIRY-DATE UPON STDOUT
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1400-RETIRE-OLD-KEYS-EXIT. EXIT.

      **************************************************************************
      * 1500-REVOKE-KEYS
      **************************************************************************
      * REVOKES THE NAMED KEY, OR EVERY KEY THE CLIENT HOLDS THAT IS
      * NOT ALREADY REVOKED.
      **************************************************************************
       1500-REVOKE-KEYS.
           IF REVOKE-ONE
               MOVE WS-MAINT-CLIENT-ID TO CRED-CLIENT-ID
               MOVE WS-REVOKE-SEQ      TO CRED-KEY-SEQ
               READ CLIENT-CREDENTIALS
                   INVALID KEY
                       DISPLAY "Client ["
                           FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                           "] has no key " WS-REVOKE-SEQ "!"
                           UPON STDERR
                       MOVE 8 TO WS-FINAL-RC
                       GO TO 1500-REVOKE-KEYS-EXIT
               END-READ
               PERFORM 1550-REVOKE-ONE-KEY
                  THRU 1550-REVOKE-ONE-KEY-EXIT
               GO TO 1500-REVOKE-KEYS-EXIT
           END-IF.

           SET CRED-SCAN-MORE TO TRUE.
           MOVE WS-MAINT-CLIENT-ID TO CRED-CLIENT-ID.
           MOVE 0 TO CRED-KEY-SEQ.
           START CLIENT-CREDENTIALS KEY NOT LESS THAN CRED-KEY
               INVALID KEY
                   SET CRED-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CRED-SCAN-DONE
               READ CLIENT-CREDENTIALS NEXT RECORD
                   AT END SET CRED-SCAN-DONE TO TRUE
               END-READ
               IF CRED-SCAN-MORE
                   IF CRED-CLIENT-ID NOT EQUAL WS-MAINT-CLIENT-ID
                       SET CRED-SCAN-DONE TO TRUE
                   ELSE
                       IF CRED-STATUS-FLAG NOT EQUAL 'R'
                           PERFORM 1550-REVOKE-ONE-KEY
                              THRU 1550-REVOKE-ONE-KEY-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-KEYS-REVOKED EQUAL 0 AND WS-FINAL-RC EQUAL 0
               DISPLAY "Client [" FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                   "] has no unrevoked keys - nothing revoked."
                   UPON STDERR
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       1500-REVOKE-KEYS-EXIT. EXIT.

      **************************************************************************
      * 1550-REVOKE-ONE-KEY
      **************************************************************************
      * MARKS THE CREDENTIAL RECORD IN HAND REVOKED AS OF TODAY BY
      * THIS OPERATOR.
      **************************************************************************
       1550-REVOKE-ONE-KEY.
           IF CRED-STATUS-FLAG EQUAL 'R'
               DISPLAY "Key " CRED-KEY-SEQ " was already revoked on "
                   CRED-REVOKED-DATE " by " CRED-REVOKED-BY "."
                   UPON STDERR
               MOVE 4 TO WS-FINAL-RC
               GO TO 1550-REVOKE-ONE-KEY-EXIT
           END-IF.

           MOVE 'R'            TO CRED-STATUS-FLAG.
           MOVE WS-TODAY       TO CRED-REVOKED-DATE.
           MOVE WS-OPERATOR-ID TO CRED-REVOKED-BY.
           REWRITE CRED-RECORD
               INVALID KEY
                   DISPLAY "Could not revoke key " CRED-KEY-SEQ
                       "! Status: " WS-CRED-FILE-STATUS UPON STDERR
                   MOVE 8 TO WS-FINAL-RC
               NOT INVALID KEY
                   ADD 1 TO WS-KEYS-REVOKED
                   DISPLAY "Key " CRED-KEY-SEQ " of client ["
                       FUNCTION TRIM(WS-MAINT-CLIENT-ID)
                       "] revoked." UPON STDOUT
           END-REWRITE.

       1550-REVOKE-ONE-KEY-EXIT. EXIT.

      **************************************************************************
      * 2000-WRITE-SUMMARY
      **************************************************************************
      * DISPLAYS WHAT THE RUN DID.
      **************************************************************************
       2000-WRITE-SUMMARY.
           DISPLAY "JSON-CRED-MAINT SUMMARY" UPON STDOUT.
           DISPLAY "Action:              " WS-ACTION UPON STDOUT.
           DISPLAY "Client:              " WS-MAINT-CLIENT-ID
               UPON STDOUT.
           DISPLAY "Operator:            " WS-OPERATOR-ID UPON STDOUT.
           IF ACTION-ROTATE
               DISPLAY "Overlap days:        " WS-OVERLAP-DAYS
                   UPON STDOUT
               DISPLAY "Old keys retired:    " WS-KEYS-RETIRED
                   UPON STDOUT
           END-IF.
           IF ACTION-REVOKE
               DISPLAY "Keys revoked:        " WS-KEYS-REVOKED
                   UPON STDOUT
           END-IF.
           IF WS-FINAL-RC EQUAL 8
               DISPLAY "The action did not complete - see the messages"
                   " above." UPON STDOUT
           END-IF.

       2000-WRITE-SUMMARY-EXIT. EXIT.

       END PROGRAM JSON-CRED-MAINT.
