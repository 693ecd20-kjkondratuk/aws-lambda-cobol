      **************************************************************************
      * EXTREC - SHARED RECORD LAYOUTS FOR THE BILLING-EXTRACT FILE
      * JSON-STATEMENT SENDS THE GENERAL-LEDGER INTERFACE. EVERY
      * RECORD IS 80 BYTES AND LEADS WITH ITS TYPE:
      *   'H' - HEADER: THE RUN DATE, STATEMENT PERIOD AND RUN TYPE
      *         ('R' REGULAR, 'S' SUPPLEMENTARY - A RUN BILLING THE
      *         LATE ARRIVALS OF A CLOSED MONTH, NAMED AS THE LATE
      *         PERIOD, INTO THE STATEMENT PERIOD);
      *   'D' - DETAIL: ONE PER STATEMENT PAGE (ONE INVOICE) - THE
      *         INVOICE NUMBER, CLIENT, REQUEST COUNTS, USAGE CHARGE
      *         AND THE RATE PLAN IT WAS PRICED ON, WITH THE SAME RUN
      *         TYPE AND LATE PERIOD SO A SUPPLEMENTARY INVOICE IS
      *         MARKED AS ONE ON ITS OWN RECORD;
      *   'A' - ADJUSTMENT: ONE PER CREDIT OR DEBIT BILLED ON THE
      *         INVOICE WHOSE 'D' RECORD IT FOLLOWS, WITH THE ORIGINAL
      *         INVOICE IT CORRECTS. THE AMOUNT IS POSITIVE AND THE
      *         ADJUSTMENT TYPE ('C' CREDIT, 'D' DEBIT) GIVES ITS SIGN;
      *   'T' - TRAILER: THE DETAIL AND ADJUSTMENT RECORD COUNTS, THE
      *         REQUEST HASH, AND THE NET CHARGE HASH (DETAIL CHARGES
      *         LESS CREDITS PLUS DEBITS).
      * AN INVOICE'S AMOUNT DUE IS ITS 'D' CHARGE NETTED WITH ITS 'A'
      * RECORDS - THE FIGURE GL ACKNOWLEDGES. AMOUNTS ARE ZONED WITH
      * TWO IMPLIED DECIMALS. COPIED WITH REPLACING PREFIX-xxx BY
      * yyy-xxx - INTO WORKING STORAGE WHERE THE STATEMENT BUILDS THE
      * RECORDS, AND OVER THE FILE'S RECORD AREA WHERE THEY ARE READ.
      **************************************************************************
       01  PREFIX-HEADER.
           05  PREFIX-H-TYPE                    PIC X VALUE 'H'.
           05  PREFIX-H-RUN-DATE                PIC X(8).
           05  PREFIX-H-PERIOD                  PIC X(6).
           05  PREFIX-H-RUN-TYPE                PIC X VALUE 'R'.
           05  PREFIX-H-LATE-PERIOD             PIC X(6) VALUE SPACES.
           05  FILLER                           PIC X(58) VALUE SPACES.
       01  PREFIX-DETAIL.
           05  PREFIX-D-TYPE                    PIC X VALUE 'D'.
           05  PREFIX-D-INVOICE-NUMBER          PIC 9(7).
           05  PREFIX-D-CLIENT-ID               PIC X(16).
           05  PREFIX-D-PERIOD                  PIC X(6).
           05  PREFIX-D-REQUEST-COUNT           PIC 9(7).
           05  PREFIX-D-SUCCESS-COUNT           PIC 9(7).
           05  PREFIX-D-FAILURE-COUNT           PIC 9(7).
           05  PREFIX-D-CHARGE                  PIC 9(7)V99.
           05  PREFIX-D-PLAN-CODE               PIC X(8).
           05  PREFIX-D-RUN-TYPE                PIC X VALUE 'R'.
           05  PREFIX-D-LATE-PERIOD             PIC X(6) VALUE SPACES.
           05  FILLER                           PIC X(5) VALUE SPACES.
       01  PREFIX-ADJUSTMENT.
           05  PREFIX-A-TYPE                    PIC X VALUE 'A'.
           05  PREFIX-A-INVOICE-NUMBER          PIC 9(7).
           05  PREFIX-A-CLIENT-ID               PIC X(16).
           05  PREFIX-A-PERIOD                  PIC X(6).
           05  PREFIX-A-ADJ-TYPE                PIC X.
           05  PREFIX-A-AMOUNT                  PIC 9(7)V99.
           05  PREFIX-A-REASON-CODE             PIC X(4).
           05  PREFIX-A-ORIG-INVOICE            PIC 9(7).
           05  PREFIX-A-ORIG-PERIOD             PIC X(6).
           05  PREFIX-A-SEQ                     PIC 9(3).
           05  FILLER                           PIC X(20) VALUE SPACES.
       01  PREFIX-TRAILER.
           05  PREFIX-T-TYPE                    PIC X VALUE 'T'.
           05  PREFIX-T-DETAIL-COUNT            PIC 9(7).
           05  PREFIX-T-REQUEST-COUNT           PIC 9(9).
           05  PREFIX-T-CHARGE-HASH             PIC S9(11)V99
                                                 SIGN LEADING SEPARATE.
           05  PREFIX-T-ADJUSTMENT-COUNT        PIC 9(7).
           05  FILLER                           PIC X(42) VALUE SPACES.
