      **************************************************************************
      * PLANREC - SHARED RECORD LAYOUT FOR THE INDEXED RATE-PLAN
      * MASTER, KEYED ON THE 8-CHARACTER PLAN CODE A CLIENT IS
      * ASSIGNED TO PLUS THE YYYYMMDD EFFECTIVE DATE OF THE PLAN
      * TERMS. LIKE THE TARIFF MASTER IT CARRIES THE FULL HISTORY PER
      * CODE - ONE ROW PER EFFECTIVE DATE - SO A STATEMENT RERUN FOR
      * AN OLD MONTH PRICES ON THE TERMS IN FORCE THEN. THE PLAN TYPE
      * SAYS HOW JSON-STATEMENT TURNS A CLIENT'S MONTH INTO A CHARGE:
      *   'F' - A FLAT MONTHLY FEE, WHATEVER THE VOLUME;
      *   'T' - A TIERED PER-REQUEST RATE CARD. EACH TIER LIMIT IS
      *         THE CUMULATIVE REQUEST COUNT THE TIER RUNS UP TO; THE
      *         FIRST TIER WITH A ZERO LIMIT (OR THE LAST TIER) TAKES
      *         ALL REMAINING VOLUME;
      *   'O' - A PER-OP RATE - EACH REQUEST IS BILLED AT ITS OP'S
      *         RATE, AND AN OP THE PLAN DOESN'T NAME AT THE DEFAULT
      *         OP RATE.
      * OP NAMES ARE HELD TRIMMED AND UPPER-CASED. COPIED WITH
      * REPLACING PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS THE
      * MASTER IN THE LOAD, THE LISTING AND THE STATEMENT.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-KEY.
               10  PREFIX-PLAN-CODE             PIC X(8).
               10  PREFIX-EFFECTIVE-DATE        PIC X(8).
           05  PREFIX-PLAN-TYPE                 PIC X.
           05  PREFIX-FLAT-FEE                  PIC 9(7)V99.
           05  PREFIX-TIER                      OCCURS 5 TIMES.
               10  PREFIX-TIER-LIMIT            PIC 9(7).
               10  PREFIX-TIER-RATE             PIC 9(3)V9(4).
           05  PREFIX-OP-ENTRY                  OCCURS 10 TIMES.
               10  PREFIX-OP-NAME               PIC X(8).
               10  PREFIX-OP-RATE               PIC 9(3)V9(4).
           05  PREFIX-DEFAULT-OP-RATE           PIC 9(3)V9(4).
           05  PREFIX-DESCRIPTION               PIC X(30).
