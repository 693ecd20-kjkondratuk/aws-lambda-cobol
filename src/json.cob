                                                 VALUE 0.

       01  WS-INPUT-LEN                         PIC 9(4).

      **************************************************************************
      * THE COPY OF THE BLOB WRITTEN TO THE LOG, WITH EVERY "apiKey"
      * VALUE OVERWRITTEN SO NO CLIENT'S KEY EVER LANDS IN THE LOGS.
      **************************************************************************
       01  WS-LOG-DATA                          PIC X(32768).
       01  WS-MASK-POS                          PIC 9(5) USAGE COMP.
       01  WS-MASK-OFFSET                       PIC 9(5) USAGE COMP.
       01  WS-RESPONSE-BODY                     PIC X(32768).

      **************************************************************************
           INSPECT FUNCTION REVERSE(WS-JSON-BLOB-DATA)
               TALLYING WS-INPUT-LEN FOR LEADING SPACES.
           DISPLAY "SPACES: " WS-INPUT-LEN UPON STDERR.
           PERFORM 1400-MASK-API-KEYS
              THRU 1400-MASK-API-KEYS-EXIT.
           DISPLAY "DATA: " FUNCTION TRIM(WS-LOG-DATA)
               UPON STDERR.

      *    AN OVERSIZE BODY IS ANSWERED (AND AUDITED) AS ONE FAILED

       1300-INIT-REQUEST-EXIT. EXIT.

      **************************************************************************
      * 1400-MASK-API-KEYS
      **************************************************************************
      * COPIES THE BLOB TO WS-LOG-DATA FOR THE DIAGNOSTIC DISPLAY AND
      * OVERWRITES THE STRING VALUE OF EVERY "apiKey" FIELD IN IT -
      * ONE IN A SINGLE REQUEST, ONE PER ELEMENT IN AN ENVELOPE -
      * WITH ASTERISKS. THE BLOB JSON-PROCESS PARSES IS UNTOUCHED.
      **************************************************************************
       1400-MASK-API-KEYS.
           MOVE WS-JSON-BLOB-DATA TO WS-LOG-DATA.
           MOVE 1 TO WS-MASK-POS.
           PERFORM UNTIL WS-MASK-POS > LENGTH OF WS-LOG-DATA - 8
               MOVE 0 TO WS-MASK-OFFSET
               INSPECT WS-LOG-DATA(WS-MASK-POS:) TALLYING WS-MASK-OFFSET
                   FOR CHARACTERS BEFORE INITIAL '"apiKey"'
               ADD WS-MASK-OFFSET 8 TO WS-MASK-POS
               PERFORM UNTIL WS-MASK-POS > LENGTH OF WS-LOG-DATA
                       OR (WS-LOG-DATA(WS-MASK-POS:1) NOT EQUAL SPACE
                       AND WS-LOG-DATA(WS-MASK-POS:1) NOT EQUAL ':')
                   ADD 1 TO WS-MASK-POS
               END-PERFORM
               IF WS-MASK-POS <= LENGTH OF WS-LOG-DATA
                   IF WS-LOG-DATA(WS-MASK-POS:1) EQUAL '"'
                       ADD 1 TO WS-MASK-POS
                       PERFORM UNTIL WS-MASK-POS > LENGTH OF WS-LOG-DATA
                               OR WS-LOG-DATA(WS-MASK-POS:1) EQUAL '"'
                           MOVE '*' TO WS-LOG-DATA(WS-MASK-POS:1)
                           ADD 1 TO WS-MASK-POS
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       1400-MASK-API-KEYS-EXIT. EXIT.

      **************************************************************************
      * 1500-PROCESS-ENVELOPE
      **************************************************************************
