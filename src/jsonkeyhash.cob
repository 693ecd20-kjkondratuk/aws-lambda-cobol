       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSON-KEY-HASH.

      **************************************************************************
      * SHARED ONE-WAY HASH FOR CLIENT API CREDENTIALS. GIVEN A
      * clientId AND A SECRET, ANSWERS THE SHA-256 DIGEST (FIPS 180-4)
      * OF THE TEXT "clientId:secret" - BOTH TRAILING-SPACE TRIMMED -
      * AS 64 LOWER-CASE HEX CHARACTERS. THE CREDENTIALS FILE ONLY
      * EVER HOLDS THIS DIGEST, NEVER THE KEY ITSELF: JSON-CRED-MAINT
      * HASHES A KEY AS IT ISSUES IT, AND JSON-PROCESS HASHES THE KEY
      * A REQUEST PRESENTS AND COMPARES DIGESTS. SPLIT OUT AS A
      * SUBPROGRAM SO BOTH SIDES SHARE EXACTLY ONE COPY OF THE
      * ALGORITHM, THE WAY JSON-RUN-CONTROL SHARES THE RUN-CONTROL
      * FILE HANDLING.
      *
      * THE 32-BIT WORDS ARE HELD AS UNSIGNED BINARY NUMBERS FOR THE
      * MODULO-2**32 ADDITIONS, AND SPREAD INTO 32-ENTRY BIT TABLES
      * (ENTRY 1 IS THE HIGH-ORDER BIT) FOR THE ROTATE, SHIFT, XOR,
      * CHOOSE AND MAJORITY FUNCTIONS, SO NO BIT-LEVEL VERBS ARE
      * NEEDED. THE LONGEST TEXT (A 16-BYTE clientId, THE COLON AND A
      * 64-BYTE SECRET) PADS TO TWO 64-BYTE BLOCKS.
      **************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      **************************************************************************
      * THE SHA-256 ROUND CONSTANTS AND INITIAL HASH VALUES, IN
      * DECIMAL, TEN DIGITS EACH.
      **************************************************************************
       01  WS-K-VALUES.
           05  FILLER                           PIC X(40) VALUE
               "1116352408189944744130493234713921009573".
           05  FILLER                           PIC X(40) VALUE
               "0961987163150897099324536357482870763221".
           05  FILLER                           PIC X(40) VALUE
               "3624381080031059840106072252781426881987".
           05  FILLER                           PIC X(40) VALUE
               "1925078388216207820626148881033248222580".
           05  FILLER                           PIC X(40) VALUE
               "3835390401402222477402643470780604807628".
           05  FILLER                           PIC X(40) VALUE
               "0770255983124915012215550816921996064986".
           05  FILLER                           PIC X(40) VALUE
               "2554220882282183434929529968083210313671".
           05  FILLER                           PIC X(40) VALUE
               "3336571891358452871101139269930338241895".
           05  FILLER                           PIC X(40) VALUE
               "0666307205077352991212947573721396182291".
           05  FILLER                           PIC X(40) VALUE
               "1695183700198666105121770263502456956037".
           05  FILLER                           PIC X(40) VALUE
               "2730485921282030241132597308003345764771".
           05  FILLER                           PIC X(40) VALUE
               "3516065817360035280440945719090275423344".
           05  FILLER                           PIC X(40) VALUE
               "0430227734050694861606590605560883997877".
           05  FILLER                           PIC X(40) VALUE
               "0958139571132282221815370020631747873779".
           05  FILLER                           PIC X(40) VALUE
               "1955562222202410481522277304522361852424".
           05  FILLER                           PIC X(40) VALUE
               "2428436474275673418732040314793329325298".
       01  WS-K-TABLE REDEFINES WS-K-VALUES.
           05  WS-K                             PIC 9(10)
                                                 OCCURS 64 TIMES.
       01  WS-H-INIT-VALUES.
           05  FILLER                           PIC X(40) VALUE
               "1779033703314413427710139042422773480762".
           05  FILLER                           PIC X(40) VALUE
               "1359893119260082292405287346351541459225".
       01  WS-H-INIT-TABLE REDEFINES WS-H-INIT-VALUES.
           05  WS-H-INIT                        PIC 9(10)
                                                 OCCURS 8 TIMES.

      **************************************************************************
      * THE RUNNING HASH, THE MESSAGE SCHEDULE AND THE EIGHT WORKING
      * VARIABLES OF THE COMPRESSION ROUNDS.
      **************************************************************************
       01  WS-H-TABLE.
           05  WS-H                             PIC 9(10) USAGE COMP
                                                 OCCURS 8 TIMES.
       01  WS-W-TABLE.
           05  WS-W                             PIC 9(10) USAGE COMP
                                                 OCCURS 64 TIMES.
       01  WS-VAR-A                             PIC 9(10) USAGE COMP.
       01  WS-VAR-B                             PIC 9(10) USAGE COMP.
       01  WS-VAR-C                             PIC 9(10) USAGE COMP.
       01  WS-VAR-D                             PIC 9(10) USAGE COMP.
       01  WS-VAR-E                             PIC 9(10) USAGE COMP.
       01  WS-VAR-F                             PIC 9(10) USAGE COMP.
       01  WS-VAR-G                             PIC 9(10) USAGE COMP.
       01  WS-VAR-H                             PIC 9(10) USAGE COMP.
       01  WS-SIGMA-0                           PIC 9(10) USAGE COMP.
       01  WS-SIGMA-1                           PIC 9(10) USAGE COMP.
       01  WS-CHOOSE                            PIC 9(10) USAGE COMP.
       01  WS-MAJORITY                          PIC 9(10) USAGE COMP.
       01  WS-TEMP-1                            PIC 9(12) USAGE COMP.
       01  WS-TEMP-2                            PIC 9(12) USAGE COMP.
       01  WS-WORD-MODULUS                      PIC 9(10) USAGE COMP
                                                 VALUE 4294967296.

      **************************************************************************
      * BIT TABLES. WS-CVT-NUM/WS-CVT-BITS ARE THE CONVERSION PAIR
      * THE TWO CONVERSION PARAGRAPHS WORK ON; THE REST HOLD THE
      * WORKING VARIABLES (OR A SCHEDULE WORD) WHILE A ROUND'S BIT
      * FUNCTIONS ARE FORMED BACK IN WS-CVT-BITS.
      **************************************************************************
       01  WS-CVT-NUM                           PIC 9(10) USAGE COMP.
       01  WS-CVT-WORK                          PIC 9(10) USAGE COMP.
       01  WS-CVT-BITS.
           05  WS-CVT-BIT                       PIC 9 OCCURS 32 TIMES.
       01  WS-BITS-A.
           05  WS-BIT-A                         PIC 9 OCCURS 32 TIMES.
       01  WS-BITS-B.
           05  WS-BIT-B                         PIC 9 OCCURS 32 TIMES.
       01  WS-BITS-C.
           05  WS-BIT-C                         PIC 9 OCCURS 32 TIMES.
       01  WS-BITS-E.
           05  WS-BIT-E                         PIC 9 OCCURS 32 TIMES.
       01  WS-BITS-F.
           05  WS-BIT-F                         PIC 9 OCCURS 32 TIMES.
       01  WS-BITS-G.
           05  WS-BIT-G                         PIC 9 OCCURS 32 TIMES.
       01  WS-BIT-SUM                           PIC 9 USAGE COMP.
       01  WS-BIT-IDX                           PIC 9(2) USAGE COMP.
       01  WS-ROT-1                             PIC 9(2) USAGE COMP.
       01  WS-ROT-2                             PIC 9(2) USAGE COMP.
       01  WS-ROT-3                             PIC 9(2) USAGE COMP.
       01  WS-ROT-IDX-1                         PIC S9(3) USAGE COMP.
       01  WS-ROT-IDX-2                         PIC S9(3) USAGE COMP.
       01  WS-ROT-IDX-3                         PIC S9(3) USAGE COMP.

      **************************************************************************
      * THE PADDED MESSAGE AND THE COUNTERS THAT WALK IT.
      **************************************************************************
       01  WS-MSG                               PIC X(128).
       01  WS-MSG-LEN                           PIC 9(3) USAGE COMP.
       01  WS-CID-LEN                           PIC 9(3) USAGE COMP.
       01  WS-SECRET-LEN                        PIC 9(3) USAGE COMP.
       01  WS-BLOCK-COUNT                       PIC 9(3) USAGE COMP.
       01  WS-BLOCK-IDX                         PIC 9(3) USAGE COMP.
       01  WS-BLOCK-BASE                        PIC 9(3) USAGE COMP.
       01  WS-BYTE-IDX                          PIC 9(3) USAGE COMP.
       01  WS-BIT-LENGTH                        PIC 9(5) USAGE COMP.
       01  WS-LEN-HIGH                          PIC 9(3) USAGE COMP.
       01  WS-LEN-LOW                           PIC 9(3) USAGE COMP.
       01  WS-T                                 PIC 9(2) USAGE COMP.
       01  WS-IDX                               PIC 9(2) USAGE COMP.

      **************************************************************************
      * THE HEX RENDERING OF THE FINAL HASH.
      **************************************************************************
       01  WS-HEX-DIGITS                        PIC X(16) VALUE
               "0123456789abcdef".
       01  WS-HEX-NIBBLE                        PIC 9(2) USAGE COMP.
       01  WS-HEX-POS                           PIC 9(2) USAGE COMP.
       01  WS-HEX-WORD                          PIC X(8).

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
      **************************************************************************
      * THE clientId AND SECRET TO HASH, AND THE DIGEST HANDED BACK.
      **************************************************************************
       COPY "keyhashreq.cpy".

       REPORT SECTION.
       SCREEN SECTION.

       PROCEDURE DIVISION USING WS-KEY-HASH-AREA.
      **************************************************************************
      * 1000-MAIN
      **************************************************************************
      * PADS THE MESSAGE, RUNS EACH BLOCK THROUGH THE COMPRESSION
      * FUNCTION AND RENDERS THE DIGEST.
      **************************************************************************
       1000-MAIN.
           PERFORM 1100-BUILD-MESSAGE
              THRU 1100-BUILD-MESSAGE-EXIT.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H-INIT(WS-IDX) TO WS-H(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
               COMPUTE WS-BLOCK-BASE = (WS-BLOCK-IDX - 1) * 64
               PERFORM 1200-COMPRESS-BLOCK
                  THRU 1200-COMPRESS-BLOCK-EXIT
           END-PERFORM.

           PERFORM 1900-FORMAT-DIGEST
              THRU 1900-FORMAT-DIGEST-EXIT.

       1000-MAIN-EXIT. GOBACK.

      **************************************************************************
      * 1100-BUILD-MESSAGE
      **************************************************************************
      * LAYS "clientId:secret" INTO THE MESSAGE BUFFER, THEN THE
      * 0X80 PAD BYTE, ZEROES, AND THE MESSAGE LENGTH IN BITS IN THE
      * LAST BYTES OF THE LAST BLOCK. TRAILING SPACES ON EITHER FIELD
      * ARE NOT PART OF THE TEXT.
      **************************************************************************
       1100-BUILD-MESSAGE.
           MOVE LOW-VALUES TO WS-MSG.
           MOVE 16 TO WS-CID-LEN.
           PERFORM UNTIL WS-CID-LEN EQUAL 0
                   OR WS-KH-CLIENT-ID(WS-CID-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-CID-LEN
           END-PERFORM.
           MOVE 64 TO WS-SECRET-LEN.
           PERFORM UNTIL WS-SECRET-LEN EQUAL 0
                   OR WS-KH-SECRET(WS-SECRET-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-SECRET-LEN
           END-PERFORM.

           MOVE 0 TO WS-MSG-LEN.
           IF WS-CID-LEN > 0
               MOVE WS-KH-CLIENT-ID(1:WS-CID-LEN)
                   TO WS-MSG(1:WS-CID-LEN)
               MOVE WS-CID-LEN TO WS-MSG-LEN
           END-IF.
           ADD 1 TO WS-MSG-LEN.
           MOVE ":" TO WS-MSG(WS-MSG-LEN:1).
           IF WS-SECRET-LEN > 0
               MOVE WS-KH-SECRET(1:WS-SECRET-LEN)
                   TO WS-MSG(WS-MSG-LEN + 1:WS-SECRET-LEN)
               ADD WS-SECRET-LEN TO WS-MSG-LEN
           END-IF.

           MOVE X"80" TO WS-MSG(WS-MSG-LEN + 1:1).
           COMPUTE WS-BLOCK-COUNT = (WS-MSG-LEN + 8) / 64 + 1.
           COMPUTE WS-BIT-LENGTH = WS-MSG-LEN * 8.
           DIVIDE WS-BIT-LENGTH BY 256 GIVING WS-LEN-HIGH
               REMAINDER WS-LEN-LOW.
           MOVE FUNCTION CHAR(WS-LEN-HIGH + 1)
               TO WS-MSG(WS-BLOCK-COUNT * 64 - 1:1).
           MOVE FUNCTION CHAR(WS-LEN-LOW + 1)
               TO WS-MSG(WS-BLOCK-COUNT * 64:1).

       1100-BUILD-MESSAGE-EXIT. EXIT.

      **************************************************************************
      * 1200-COMPRESS-BLOCK
      **************************************************************************
      * FOLDS ONE 64-BYTE BLOCK INTO THE RUNNING HASH: LOADS THE
      * SIXTEEN BIG-ENDIAN MESSAGE WORDS, EXTENDS THEM TO SIXTY-FOUR,
      * RUNS THE SIXTY-FOUR ROUNDS AND ADDS THE RESULT BACK IN.
      **************************************************************************
       1200-COMPRESS-BLOCK.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16
               MOVE 0 TO WS-W(WS-T)
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                   COMPUTE WS-BYTE-IDX =
                       WS-BLOCK-BASE + (WS-T - 1) * 4 + WS-IDX
                   COMPUTE WS-W(WS-T) = WS-W(WS-T) * 256
                       + FUNCTION ORD(WS-MSG(WS-BYTE-IDX:1)) - 1
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-T FROM 17 BY 1 UNTIL WS-T > 64
               PERFORM 1300-EXTEND-SCHEDULE
                  THRU 1300-EXTEND-SCHEDULE-EXIT
           END-PERFORM.

           MOVE WS-H(1) TO WS-VAR-A.
           MOVE WS-H(2) TO WS-VAR-B.
           MOVE WS-H(3) TO WS-VAR-C.
           MOVE WS-H(4) TO WS-VAR-D.
           MOVE WS-H(5) TO WS-VAR-E.
           MOVE WS-H(6) TO WS-VAR-F.
           MOVE WS-H(7) TO WS-VAR-G.
           MOVE WS-H(8) TO WS-VAR-H.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 64
               PERFORM 1400-ROUND THRU 1400-ROUND-EXIT
           END-PERFORM.

           COMPUTE WS-H(1) = FUNCTION MOD(WS-H(1) + WS-VAR-A,
               WS-WORD-MODULUS).
           COMPUTE WS-H(2) = FUNCTION MOD(WS-H(2) + WS-VAR-B,
               WS-WORD-MODULUS).
           COMPUTE WS-H(3) = FUNCTION MOD(WS-H(3) + WS-VAR-C,
               WS-WORD-MODULUS).
           COMPUTE WS-H(4) = FUNCTION MOD(WS-H(4) + WS-VAR-D,
               WS-WORD-MODULUS).
           COMPUTE WS-H(5) = FUNCTION MOD(WS-H(5) + WS-VAR-E,
               WS-WORD-MODULUS).
           COMPUTE WS-H(6) = FUNCTION MOD(WS-H(6) + WS-VAR-F,
               WS-WORD-MODULUS).
           COMPUTE WS-H(7) = FUNCTION MOD(WS-H(7) + WS-VAR-G,
               WS-WORD-MODULUS).
           COMPUTE WS-H(8) = FUNCTION MOD(WS-H(8) + WS-VAR-H,
               WS-WORD-MODULUS).

       1200-COMPRESS-BLOCK-EXIT. EXIT.

      **************************************************************************
      * 1300-EXTEND-SCHEDULE
      **************************************************************************
      * FORMS SCHEDULE WORD WS-T FROM THE FOUR EARLIER WORDS IT
      * DEPENDS ON:
      *   SMALL SIGMA-0 = ROTR 7 XOR ROTR 18 XOR SHR 3  OF W(T-15)
      *   SMALL SIGMA-1 = ROTR 17 XOR ROTR 19 XOR SHR 10 OF W(T-2)
      *   W(T) = W(T-16) + SIGMA-0 + W(T-7) + SIGMA-1, MODULO 2**32.
      **************************************************************************
       1300-EXTEND-SCHEDULE.
           MOVE WS-W(WS-T - 15) TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-A.
           MOVE 7  TO WS-ROT-1.
           MOVE 18 TO WS-ROT-2.
           MOVE 3  TO WS-ROT-3.
           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               PERFORM 2200-ROTATION-INDEXES
                  THRU 2200-ROTATION-INDEXES-EXIT
               COMPUTE WS-BIT-SUM = WS-BIT-A(WS-ROT-IDX-1)
                   + WS-BIT-A(WS-ROT-IDX-2)
               IF WS-BIT-IDX > 3
                   ADD WS-BIT-A(WS-BIT-IDX - 3) TO WS-BIT-SUM
               END-IF
               COMPUTE WS-CVT-BIT(WS-BIT-IDX) =
                   FUNCTION MOD(WS-BIT-SUM, 2)
           END-PERFORM.
           PERFORM 2100-BITS-TO-NUM THRU 2100-BITS-TO-NUM-EXIT.
           MOVE WS-CVT-NUM TO WS-SIGMA-0.

           MOVE WS-W(WS-T - 2) TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-A.
           MOVE 17 TO WS-ROT-1.
           MOVE 19 TO WS-ROT-2.
           MOVE 10 TO WS-ROT-3.
           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               PERFORM 2200-ROTATION-INDEXES
                  THRU 2200-ROTATION-INDEXES-EXIT
               COMPUTE WS-BIT-SUM = WS-BIT-A(WS-ROT-IDX-1)
                   + WS-BIT-A(WS-ROT-IDX-2)
               IF WS-BIT-IDX > 10
                   ADD WS-BIT-A(WS-BIT-IDX - 10) TO WS-BIT-SUM
               END-IF
               COMPUTE WS-CVT-BIT(WS-BIT-IDX) =
                   FUNCTION MOD(WS-BIT-SUM, 2)
           END-PERFORM.
           PERFORM 2100-BITS-TO-NUM THRU 2100-BITS-TO-NUM-EXIT.
           MOVE WS-CVT-NUM TO WS-SIGMA-1.

           COMPUTE WS-TEMP-1 = WS-W(WS-T - 16) + WS-SIGMA-0
               + WS-W(WS-T - 7) + WS-SIGMA-1.
           COMPUTE WS-W(WS-T) =
               FUNCTION MOD(WS-TEMP-1, WS-WORD-MODULUS).

       1300-EXTEND-SCHEDULE-EXIT. EXIT.

      **************************************************************************
      * 1400-ROUND
      **************************************************************************
      * ONE COMPRESSION ROUND, T = WS-T:
      *   BIG SIGMA-1 = ROTR 6 XOR ROTR 11 XOR ROTR 25 OF E
      *   CHOOSE      = F WHERE E IS 1, G WHERE E IS 0
      *   BIG SIGMA-0 = ROTR 2 XOR ROTR 13 XOR ROTR 22 OF A
      *   MAJORITY    = THE MAJORITY BIT OF A, B AND C
      *   T1 = H + SIGMA-1 + CHOOSE + K(T) + W(T)
      *   T2 = SIGMA-0 + MAJORITY
      * THEN THE VARIABLES MOVE DOWN ONE PLACE, E TAKING D + T1 AND
      * A TAKING T1 + T2, MODULO 2**32.
      **************************************************************************
       1400-ROUND.
           MOVE WS-VAR-E TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-E.
           MOVE WS-VAR-F TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-F.
           MOVE WS-VAR-G TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-G.

           MOVE 6  TO WS-ROT-1.
           MOVE 11 TO WS-ROT-2.
           MOVE 25 TO WS-ROT-3.
           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               PERFORM 2200-ROTATION-INDEXES
                  THRU 2200-ROTATION-INDEXES-EXIT
               COMPUTE WS-BIT-SUM = WS-BIT-E(WS-ROT-IDX-1)
                   + WS-BIT-E(WS-ROT-IDX-2) + WS-BIT-E(WS-ROT-IDX-3)
               COMPUTE WS-CVT-BIT(WS-BIT-IDX) =
                   FUNCTION MOD(WS-BIT-SUM, 2)
           END-PERFORM.
           PERFORM 2100-BITS-TO-NUM THRU 2100-BITS-TO-NUM-EXIT.
           MOVE WS-CVT-NUM TO WS-SIGMA-1.

           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               IF WS-BIT-E(WS-BIT-IDX) EQUAL 1
                   MOVE WS-BIT-F(WS-BIT-IDX) TO WS-CVT-BIT(WS-BIT-IDX)
               ELSE
                   MOVE WS-BIT-G(WS-BIT-IDX) TO WS-CVT-BIT(WS-BIT-IDX)
               END-IF
           END-PERFORM.
           PERFORM 2100-BITS-TO-NUM THRU 2100-BITS-TO-NUM-EXIT.
           MOVE WS-CVT-NUM TO WS-CHOOSE.

           MOVE WS-VAR-A TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-A.
           MOVE WS-VAR-B TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-B.
           MOVE WS-VAR-C TO WS-CVT-NUM.
           PERFORM 2000-NUM-TO-BITS THRU 2000-NUM-TO-BITS-EXIT.
           MOVE WS-CVT-BITS TO WS-BITS-C.

           MOVE 2  TO WS-ROT-1.
           MOVE 13 TO WS-ROT-2.
           MOVE 22 TO WS-ROT-3.
           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               PERFORM 2200-ROTATION-INDEXES
                  THRU 2200-ROTATION-INDEXES-EXIT
               COMPUTE WS-BIT-SUM = WS-BIT-A(WS-ROT-IDX-1)
                   + WS-BIT-A(WS-ROT-IDX-2) + WS-BIT-A(WS-ROT-IDX-3)
               COMPUTE WS-CVT-BIT(WS-BIT-IDX) =
                   FUNCTION MOD(WS-BIT-SUM, 2)
           END-PERFORM.
           PERFORM 2100-BITS-TO-NUM THRU 2100-BITS-TO-NUM-EXIT.
           MOVE WS-CVT-NUM TO WS-SIGMA-0.

           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               COMPUTE WS-BIT-SUM = WS-BIT-A(WS-BIT-IDX)
                   + WS-BIT-B(WS-BIT-IDX) + WS-BIT-C(WS-BIT-IDX)
               IF WS-BIT-SUM >= 2
                   MOVE 1 TO WS-CVT-BIT(WS-BIT-IDX)
               ELSE
                   MOVE 0 TO WS-CVT-BIT(WS-BIT-IDX)
               END-IF
           END-PERFORM.
           PERFORM 2100-BITS-TO-NUM THRU 2100-BITS-TO-NUM-EXIT.
           MOVE WS-CVT-NUM TO WS-MAJORITY.

           COMPUTE WS-TEMP-1 = WS-VAR-H + WS-SIGMA-1 + WS-CHOOSE
               + WS-K(WS-T) + WS-W(WS-T).
           COMPUTE WS-TEMP-2 = WS-SIGMA-0 + WS-MAJORITY.

           MOVE WS-VAR-G TO WS-VAR-H.
           MOVE WS-VAR-F TO WS-VAR-G.
           MOVE WS-VAR-E TO WS-VAR-F.
           COMPUTE WS-VAR-E = FUNCTION MOD(WS-VAR-D + WS-TEMP-1,
               WS-WORD-MODULUS).
           MOVE WS-VAR-C TO WS-VAR-D.
           MOVE WS-VAR-B TO WS-VAR-C.
           MOVE WS-VAR-A TO WS-VAR-B.
           COMPUTE WS-VAR-A = FUNCTION MOD(WS-TEMP-1 + WS-TEMP-2,
               WS-WORD-MODULUS).

       1400-ROUND-EXIT. EXIT.

      **************************************************************************
      * 1900-FORMAT-DIGEST
      **************************************************************************
      * RENDERS THE EIGHT HASH WORDS AS 64 LOWER-CASE HEX CHARACTERS.
      **************************************************************************
       1900-FORMAT-DIGEST.
           MOVE SPACES TO WS-KH-DIGEST.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H(WS-IDX) TO WS-CVT-WORK
               PERFORM VARYING WS-HEX-POS FROM 8 BY -1
                       UNTIL WS-HEX-POS < 1
                   DIVIDE WS-CVT-WORK BY 16 GIVING WS-CVT-WORK
                       REMAINDER WS-HEX-NIBBLE
                   MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE + 1:1)
                       TO WS-HEX-WORD(WS-HEX-POS:1)
               END-PERFORM
               MOVE WS-HEX-WORD TO WS-KH-DIGEST((WS-IDX - 1) * 8 + 1:8)
           END-PERFORM.

       1900-FORMAT-DIGEST-EXIT. EXIT.

      **************************************************************************
      * 2000-NUM-TO-BITS
      **************************************************************************
      * SPREADS WS-CVT-NUM INTO WS-CVT-BITS, HIGH-ORDER BIT FIRST.
      **************************************************************************
       2000-NUM-TO-BITS.
           MOVE WS-CVT-NUM TO WS-CVT-WORK.
           PERFORM VARYING WS-BIT-IDX FROM 32 BY -1 UNTIL WS-BIT-IDX < 1
               DIVIDE WS-CVT-WORK BY 2 GIVING WS-CVT-WORK
                   REMAINDER WS-CVT-BIT(WS-BIT-IDX)
           END-PERFORM.

       2000-NUM-TO-BITS-EXIT. EXIT.

      **************************************************************************
      * 2100-BITS-TO-NUM
      **************************************************************************
      * GATHERS WS-CVT-BITS BACK INTO WS-CVT-NUM.
      **************************************************************************
       2100-BITS-TO-NUM.
           MOVE 0 TO WS-CVT-NUM.
           PERFORM VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 32
               COMPUTE WS-CVT-NUM = WS-CVT-NUM * 2
                   + WS-CVT-BIT(WS-BIT-IDX)
           END-PERFORM.

       2100-BITS-TO-NUM-EXIT. EXIT.

      **************************************************************************
      * 2200-ROTATION-INDEXES
      **************************************************************************
      * FOR RESULT BIT WS-BIT-IDX OF A RIGHT ROTATION BY WS-ROT-1,
      * WS-ROT-2 AND WS-ROT-3, THE SOURCE BIT EACH ROTATION BRINGS
      * INTO THAT POSITION - WRAPPING ROUND FROM THE LOW END. (A
      * SHIFT USES THE SAME INDEX, BUT ONLY WHEN IT DOES NOT WRAP.)
      **************************************************************************
       2200-ROTATION-INDEXES.
           COMPUTE WS-ROT-IDX-1 = WS-BIT-IDX - WS-ROT-1.
           IF WS-ROT-IDX-1 < 1
               ADD 32 TO WS-ROT-IDX-1
           END-IF.
           COMPUTE WS-ROT-IDX-2 = WS-BIT-IDX - WS-ROT-2.
           IF WS-ROT-IDX-2 < 1
               ADD 32 TO WS-ROT-IDX-2
           END-IF.
           COMPUTE WS-ROT-IDX-3 = WS-BIT-IDX - WS-ROT-3.
           IF WS-ROT-IDX-3 < 1
               ADD 32 TO WS-ROT-IDX-3
           END-IF.

       2200-ROTATION-INDEXES-EXIT. EXIT.

       END PROGRAM JSON-KEY-HASH.
