               ACCESS MODE RANDOM
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
           SELECT CLIENT-CREDENTIALS ASSIGN TO "CLIENT-CREDENTIALS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRED-KEY
               FILE STATUS IS WS-CRED-FILE-STATUS.
           SELECT JSON-PARMS ASSIGN TO "JSON-PARMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CRED-PARMS ASSIGN TO "CRED-PARMS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-PARM-FILE-STATUS.
           SELECT CLIENT-QUOTAS ASSIGN TO "CLIENT-QUOTAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-FILE-STATUS.
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

      **************************************************************************
      * THE CLIENT CREDENTIALS - ONE RECORD PER API KEY ISSUED TO A
      * CLIENT, HOLDING ONLY THE KEY'S HASH. A SUPPLIED clientId THAT
      * HAS KEYS ON FILE MUST PRESENT ONE OF THEM - AND, ONCE CRED-PARMS
      * TURNS ENFORCEMENT ON, EVERY SUPPLIED clientId MUST. ISSUED,
      * ROTATED AND REVOKED BY JSON-CRED-MAINT; ONLY EVER READ HERE.
      **************************************************************************
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

      **************************************************************************
      * THE CREDENTIAL PARAMETER FILE, SHARED WITH JSON-CRED-MAINT AND
      * JSON-CRED-REPORT. ONLY THE ENFORCEMENT FLAG IS USED HERE -
      * 'Y' TURNS ON STRICT AUTHENTICATION (SEE 1162-CHECK-CREDENTIAL).
      * LOADED ONCE PER RUN ALONGSIDE JSON-PARMS.
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

      **************************************************************************
      * THE BUSINESS PARAMETER FILE - PER-OP OPERAND LIMITS, THE
           88 ENTITLEMENT-FOUND                       VALUE 'Y'.
           88 ENTITLEMENT-NOT-FOUND                   VALUE 'N'.

      **************************************************************************
      * STRUCTURES FOR WORKING WITH THE CLIENT CREDENTIALS. THE API
      * KEY THE REQUEST PRESENTED IS HELD HERE ONLY FOR THE LENGTH OF
      * THE CHECK - IT IS NEVER HANDED BACK IN WS-REQUEST, SO NO
      * CALLER CAN LOG OR CAPTURE IT. THE HASH AREA CARRIES IT TO
      * JSON-KEY-HASH AND BRINGS BACK THE DIGEST COMPARED AGAINST
      * EACH OF THE CLIENT'S KEYS ON FILE.
      **************************************************************************
       01  WS-CRED-FILE-STATUS                  PIC XX VALUE SPACES.
           88 CRED-FILE-OK                            VALUE '00'.
           88 CRED-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-API-KEY                           PIC X(64).
       01  WS-CRED-SCAN-SW                      PIC X VALUE SPACE.
           88 CRED-SCAN-DONE                          VALUE HIGH-VALUE.
           88 CRED-SCAN-MORE                          VALUE LOW-VALUE.
       01  WS-CRED-ON-FILE                      PIC 9(3).
       01  WS-CRED-MATCH-SW                     PIC X VALUE 'N'.
           88 CRED-MATCHED                            VALUE 'Y'.
           88 CRED-NOT-MATCHED                        VALUE 'N'.
       01  WS-CRED-STALE-SW                     PIC X VALUE 'N'.
           88 CRED-STALE-MATCH                        VALUE 'Y'.
           88 CRED-NO-STALE-MATCH                     VALUE 'N'.
       01  WS-CRED-TIMESTAMP                    PIC X(21).
       01  WS-CRED-PARM-FILE-STATUS             PIC XX VALUE SPACES.
           88 CRED-PARM-FILE-OK                       VALUE '00'.
           88 CRED-PARM-FILE-NOT-FOUND                VALUE '35'.
       01  WS-CRED-ENFORCE-SW                   PIC X VALUE 'N'.
           88 CRED-ENFORCED                           VALUE 'Y'.
           88 CRED-NOT-ENFORCED                       VALUE 'N'.
       COPY "keyhashreq.cpy".

      **************************************************************************
      * THE LOADED MONTHLY QUOTAS AND THE FIELDS THE QUOTA CHECK
      * WORKS IN. THE RAW NUMVAL RESULTS ARE HELD WIDE SO A LINE
           88 WS-TAR-NUL-FOUND                        VALUE 'Y'.
           88 WS-TAR-NUL-NOT-FOUND                    VALUE 'N'.
       01  WS-CSTRING-33                        PIC X(33) BASED.
       01  WS-CSTRING-65                        PIC X(65) BASED.
       01  WS-AKY-IDX                           PIC 9(2) USAGE COMP.
       01  WS-AKY-NUL-SW                        PIC X VALUE 'N'.
           88 WS-AKY-NUL-FOUND                        VALUE 'Y'.
           88 WS-AKY-NUL-NOT-FOUND                    VALUE 'N'.
       01  WS-RID-IDX                           PIC 9(2) USAGE COMP.
       01  WS-RID-NUL-SW                        PIC X VALUE 'N'.
           88 WS-RID-NUL-FOUND                        VALUE 'Y'.
                  THRU 0600-LOAD-PARMS-EXIT
               PERFORM 0700-LOAD-QUOTAS
                  THRU 0700-LOAD-QUOTAS-EXIT
               PERFORM 0800-LOAD-CRED-PARMS
                  THRU 0800-LOAD-CRED-PARMS-EXIT
           END-IF.

           MOVE 0 TO WS-N1.
           MOVE SPACES TO WS-TARIFF-CODE.
           MOVE SPACES TO WS-PRICE-DATE.
           MOVE SPACES TO WS-REQUEST-ID.
           MOVE SPACES TO WS-API-KEY.
           SET WS-FRESH-REQUEST TO TRUE.

           CALL STATIC "cJSON_Parse" USING WS-JSON-BLOB
           ELSE
               PERFORM 1120-EXTRACT-REQUEST-ID
                  THRU 1120-EXTRACT-REQUEST-ID-EXIT
               PERFORM 1100-EXTRACT-OP
                  THRU 1100-EXTRACT-OP-EXIT
               PERFORM 1150-EXTRACT-CLIENT-ID
                  THRU 1150-EXTRACT-CLIENT-ID-EXIT
               IF STATUS-OK
                   PERFORM 1155-EXTRACT-API-KEY
                      THRU 1155-EXTRACT-API-KEY-EXIT
               END-IF
      *        A KNOWN CLIENT MUST PROVE ITSELF WITH ONE OF ITS API
      *        KEYS BEFORE ANYTHING ELSE - INCLUDING THE SEEN-REQUEST
      *        LOOKUP, SO A STORED OUTCOME IS ONLY EVER HANDED BACK TO
      *        A CALLER HOLDING THE CLIENT'S KEY (A GENUINE GATEWAY
      *        RETRY CARRIES THE SAME KEY AND STILL REPLAYS). A BATCH
      *        REPLAY CARRIES PAYLOADS THE LIVE SYSTEM ALREADY
      *        AUTHENTICATED, AND ITS INPUT IS CAPTURED TRAFFIC THAT
      *        MUST NEVER HOLD LIVE KEYS - SO, LIKE THE QUOTA, THE
      *        CHECK IS A LIVE-TRAFFIC CONTROL.
               IF STATUS-OK AND WS-CLIENT-ID NOT EQUAL SPACES
                       AND WS-LIVE-MODE
                   PERFORM 1162-CHECK-CREDENTIAL
                      THRU 1162-CHECK-CREDENTIAL-EXIT
               END-IF
      *        A REPLAY (JSON-BATCH) CARRIES requestIds THE LIVE
      *        SYSTEM ALREADY COMPLETED - ANSWERING THEM FROM
      *        SEEN-REQUESTS WOULD JUST ECHO THE STORED LIVE OUTCOMES
      *    ABOVE FROM THE STORED OUTCOME - NOTHING IS REPARSED,
      *    RECOMPUTED OR RE-RECORDED FOR A GATEWAY RETRY.
           IF WS-JSON-ROOT NOT EQUAL NULL AND WS-FRESH-REQUEST
               MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(WS-OP))
                   TO WS-OP-VERB
      *        A SUPPLIED clientId MUST NAME AN ACTIVE CLIENT THE

       1150-EXTRACT-CLIENT-ID-EXIT. EXIT.

      **************************************************************************
      * 1155-EXTRACT-API-KEY
      **************************************************************************
      * PULLS THE OPTIONAL "apiKey" FIELD OUT OF THE PARSED REQUEST
      * INTO WS-API-KEY. ONLY ITS SHAPE IS CHECKED HERE - WHETHER IT
      * IS REQUIRED, AND WHETHER IT MATCHES, IS 1162-CHECK-CREDENTIAL'S
      * BUSINESS. THE VALUE IS NEVER DISPLAYED.
      **************************************************************************
       1155-EXTRACT-API-KEY.
           CALL STATIC "cJSON_GetObjectItem" USING
               BY VALUE WS-JSON-ROOT
               BY REFERENCE "apiKey"
               RETURNING WS-JSON-FIELD
           END-CALL.
           IF WS-JSON-FIELD NOT EQUAL NULL THEN
               SET ADDRESS OF WS-JSON TO WS-JSON-FIELD
               IF NOT WS-JSON-IS-STRING
                   SET STATUS-BAD-REQUEST TO TRUE
                   MOVE "Field [apiKey] must be a string!"
                       TO WS-ERROR-MESSAGE
                   DISPLAY "Field [apiKey] must be a string!"
                       UPON STDERR
               ELSE
                   MOVE SPACES TO WS-API-KEY
                   SET WS-AKY-NUL-NOT-FOUND TO TRUE
                   SET ADDRESS OF WS-CSTRING-65 TO WS-VALUESTRING
                   PERFORM VARYING WS-AKY-IDX FROM 1 BY 1
                           UNTIL WS-AKY-IDX >
                               LENGTH OF WS-API-KEY + 1
                       IF WS-CSTRING-65(WS-AKY-IDX:1) EQUAL X"00"
                           SET WS-AKY-NUL-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                       IF WS-AKY-IDX <= LENGTH OF WS-API-KEY
                           MOVE WS-CSTRING-65(WS-AKY-IDX:1)
                               TO WS-API-KEY(WS-AKY-IDX:1)
                       END-IF
                   END-PERFORM
                   IF WS-AKY-NUL-NOT-FOUND
                       MOVE SPACES TO WS-API-KEY
                       SET STATUS-BAD-REQUEST TO TRUE
                       MOVE "Field [apiKey] is too long!"
                           TO WS-ERROR-MESSAGE
                       DISPLAY "Field [apiKey] is too long!"
                           UPON STDERR
                   END-IF
               END-IF
           END-IF.

       1155-EXTRACT-API-KEY-EXIT. EXIT.

      **************************************************************************
      * 1160-CHECK-CLIENT
      **************************************************************************

       1160-CHECK-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 0800-LOAD-CRED-PARMS
      **************************************************************************
      * PICKS UP THE AUTHENTICATION ENFORCEMENT FLAG FROM CRED-PARMS.
      * A MISSING FILE, OR A FLAG OTHER THAN 'Y', LEAVES ENFORCEMENT
      * OFF - THE ROLLOUT SETTING. A FILE THAT EXISTS BUT CANNOT BE
      * READ TURNS IT ON: WHEN THE SETTING CAN'T BE KNOWN THE CHECK
      * FAILS CLOSED.
      **************************************************************************
       0800-LOAD-CRED-PARMS.
           SET CRED-NOT-ENFORCED TO TRUE.

           OPEN INPUT CRED-PARMS.
           IF CRED-PARM-FILE-NOT-FOUND
               GO TO 0800-LOAD-CRED-PARMS-EXIT
           END-IF.
           IF NOT CRED-PARM-FILE-OK
               DISPLAY "Could not open CRED-PARMS! Status: "
                   WS-CRED-PARM-FILE-STATUS
                   " - authentication enforced." UPON STDERR
               SET CRED-ENFORCED TO TRUE
               GO TO 0800-LOAD-CRED-PARMS-EXIT
           END-IF.
           READ CRED-PARMS
               AT END
                   MOVE SPACES TO CRED-PARM-RECORD
           END-READ.
           CLOSE CRED-PARMS.

           IF CRED-PARM-ENFORCE-FLAG EQUAL 'Y'
               SET CRED-ENFORCED TO TRUE
           END-IF.
           IF CRED-ENFORCED
               DISPLAY "CRED-PARMS: authentication enforced."
                   UPON STDERR
           END-IF.

       0800-LOAD-CRED-PARMS-EXIT. EXIT.

      **************************************************************************
      * 1162-CHECK-CREDENTIAL
      **************************************************************************
      * PROVES THE REQUEST CAME FROM THE CLIENT IT NAMES. THE CLIENT'S
      * KEYS ON FILE ARE WALKED IN SEQUENCE ORDER AND THE PRESENTED
      * KEY'S HASH COMPARED WITH EACH; ONLY AN ACTIVE KEY WHOSE ISSUE
      * DATE HAS COME AND WHOSE EXPIRY DATE HAS NOT PASSED ACCEPTS
      * IT. A MISSING KEY, AN UNKNOWN ONE, OR ONE THAT IS REVOKED OR
      * EXPIRED IS REFUSED WITH THE DISTINCT 401 STATUS - THE REPLY
      * SAYS ONLY THAT THE CREDENTIAL WAS REFUSED, THE LOG SAYS WHY.
      * A FILE THAT EXISTS BUT CANNOT BE READ IS A SERVER-SIDE
      * PROBLEM, NEVER A SILENT PASS. THE REST DEPENDS ON THE
      * CRED-PARMS ENFORCEMENT FLAG, THE ROLLOUT SWITCH:
      *   OFF (THE DEFAULT) - A CLIENT WITH NO KEYS ON FILE HAS NOT
      *       BEEN ENROLLED YET AND PASSES AS IT ALWAYS HAS, AS DOES
      *       EVERY CLIENT WHILE THE FILE DOESN'T EXIST, SO KEYS CAN
      *       BE ROLLED OUT A CLIENT AT A TIME;
      *   ON ('Y') - EVERY CLIENT MUST PRESENT A LIVE KEY. A CLIENT
      *       WITH NO KEYS ON FILE IS REFUSED 401, AND A MISSING FILE
      *       IS A SERVER-SIDE PROBLEM (500).
      * TURN IT ON ONCE EVERY CALLING CLIENT HOLDS A KEY.
      **************************************************************************
       1162-CHECK-CREDENTIAL.
           OPEN INPUT CLIENT-CREDENTIALS.
           IF CRED-FILE-NOT-FOUND AND CRED-NOT-ENFORCED
               GO TO 1162-CHECK-CREDENTIAL-EXIT
           END-IF.
           IF NOT CRED-FILE-OK
               SET STATUS-SERVER-ERROR TO TRUE
               MOVE "Client credentials are not available!"
                   TO WS-ERROR-MESSAGE
               DISPLAY "Client credentials are not available! Status: "
                   WS-CRED-FILE-STATUS UPON STDERR
               GO TO 1162-CHECK-CREDENTIAL-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CRED-TIMESTAMP.
           MOVE 0 TO WS-CRED-ON-FILE.
           SET CRED-NOT-MATCHED TO TRUE.
           SET CRED-NO-STALE-MATCH TO TRUE.
           MOVE SPACES TO WS-KH-DIGEST.
           IF WS-API-KEY NOT EQUAL SPACES
               MOVE WS-CLIENT-ID TO WS-KH-CLIENT-ID
               MOVE WS-API-KEY   TO WS-KH-SECRET
               CALL "JSON-KEY-HASH" USING WS-KEY-HASH-AREA
               MOVE SPACES TO WS-KH-SECRET
           END-IF.

           SET CRED-SCAN-MORE TO TRUE.
           MOVE WS-CLIENT-ID TO CRED-CLIENT-ID.
           MOVE 0 TO CRED-KEY-SEQ.
           START CLIENT-CREDENTIALS KEY NOT LESS THAN CRED-KEY
               INVALID KEY
                   SET CRED-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CRED-SCAN-DONE OR CRED-MATCHED
               READ CLIENT-CREDENTIALS NEXT RECORD
                   AT END SET CRED-SCAN-DONE TO TRUE
               END-READ
               IF CRED-SCAN-MORE
                   IF CRED-CLIENT-ID NOT EQUAL WS-CLIENT-ID
                       SET CRED-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-CRED-ON-FILE
                       IF WS-API-KEY NOT EQUAL SPACES
                               AND CRED-KEY-HASH EQUAL WS-KH-DIGEST
                           IF CRED-STATUS-FLAG EQUAL 'A'
                                   AND CRED-ISSUE-DATE
                                       NOT > WS-CRED-TIMESTAMP(1:8)
                                   AND CRED-EXPIRY-DATE
                                       NOT < WS-CRED-TIMESTAMP(1:8)
                               SET CRED-MATCHED TO TRUE
                           ELSE
                               SET CRED-STALE-MATCH TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CLIENT-CREDENTIALS.
           MOVE SPACES TO WS-API-KEY.

           IF CRED-MATCHED
               GO TO 1162-CHECK-CREDENTIAL-EXIT
           END-IF.
           IF WS-CRED-ON-FILE EQUAL 0 AND CRED-NOT-ENFORCED
               GO TO 1162-CHECK-CREDENTIAL-EXIT
           END-IF.

           SET STATUS-UNAUTHORIZED TO TRUE.
           MOVE FUNCTION CONCATENATE(
               "Credential refused for client ["
               FUNCTION TRIM(WS-CLIENT-ID) "]!") TO WS-ERROR-MESSAGE.
           EVALUATE TRUE
               WHEN WS-CRED-ON-FILE EQUAL 0
                   DISPLAY "Client [" FUNCTION TRIM(WS-CLIENT-ID)
                       "] holds no API key!" UPON STDERR
               WHEN WS-KH-DIGEST EQUAL SPACES
                   DISPLAY "Client [" FUNCTION TRIM(WS-CLIENT-ID)
                       "] sent no apiKey!" UPON STDERR
               WHEN CRED-STALE-MATCH
                   DISPLAY "Client [" FUNCTION TRIM(WS-CLIENT-ID)
                       "] apiKey is revoked, expired or not yet"
                       " valid!" UPON STDERR
               WHEN OTHER
                   DISPLAY "Client [" FUNCTION TRIM(WS-CLIENT-ID)
                       "] apiKey does not match!" UPON STDERR
           END-EVALUATE.

       1162-CHECK-CREDENTIAL-EXIT. EXIT.

      **************************************************************************
      * 1165-CHECK-QUOTA
      **************************************************************************
      * A QUOTA REFUSAL IS NEVER STORED - IT DESCRIBES THE CLIENT'S
      * USAGE THIS MONTH, NOT THE REQUEST ITSELF, AND STORING IT
      * WOULD ANSWER A POST-RESET RETRY OF THE SAME requestId WITH
      * THE STALE 429 FOREVER INSTEAD OF LETTING IT COMPUTE. AN
      * AUTHENTICATION REFUSAL IS NOT STORED EITHER, SO A RETRY WITH
      * THE RIGHT KEY IS PROCESSED INSTEAD OF ANSWERED WITH THE 401.
      **************************************************************************
       1600-RECORD-SEEN-REQUEST.
           IF STATUS-QUOTA-EXCEEDED OR STATUS-UNAUTHORIZED
               GO TO 1600-RECORD-SEEN-REQUEST-EXIT
           END-IF.

