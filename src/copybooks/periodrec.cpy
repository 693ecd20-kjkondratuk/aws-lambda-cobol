      **************************************************************************
      * PERIODREC - SHARED RECORD LAYOUT FOR THE INDEXED PERIOD-CONTROL
      * FILE, KEYED ON THE YYYYMM BILLING MONTH. THE STATUS IS:
      *   'O' - OPEN: THE MONTH MAY BE BILLED (A MONTH WITH NO RECORD
      *         IS OPEN TOO);
      *   'P' - CLOSING: JSON-STATEMENT HAS BILLED IT AND THE EXTRACT
      *         IS WITH GL; IT MAY STILL BE RE-BILLED BEFORE THE CLOSE;
      *   'C' - CLOSED: THE INVOICES STAND AND THE MONTH IS NEVER
      *         RE-BILLED - ITS LATE ARRIVALS GO ON A SUPPLEMENTARY
      *         INVOICE INSTEAD.
      * THE BILLED TIMESTAMP IS THE CUT-OFF OF THE LAST REGULAR
      * STATEMENT RUN FOR THE MONTH: EVERY AUDIT RECORD FOR THE MONTH
      * STAMPED AT OR BEFORE IT WAS BILLED, AND ANY STAMPED AFTER IT
      * IS A LATE ARRIVAL THAT JSON-ROLLOVER DIVERTS TO THE
      * LATE-ARRIVALS FILE. LATE-COUNT IS HOW MANY WERE DIVERTED AND
      * LATE-BILLED HOW MANY OF THOSE SUPPLEMENTARY RUNS HAVE BILLED,
      * IN ARRIVAL ORDER. SUPP-INVOICE-HIGH IS THE LAST SUPPLEMENTARY
      * INVOICE NUMBER ISSUED IN THIS MONTH AS THE BILLING PERIOD -
      * SUPPLEMENTARY NUMBERS RUN FROM 9000001 SO THEY NEVER COLLIDE
      * WITH A REGULAR RUN'S. COPIED WITH REPLACING PREFIX-xxx BY
      * yyy-xxx SO THE SAME SHAPE BACKS THE FILE IN THE STATEMENT,
      * THE ROLLOVER AND THE PERIOD CLOSE PROGRAM.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-MONTH                     PIC X(6).
           05  PREFIX-STATUS                    PIC X.
           05  PREFIX-BILLED-TIMESTAMP          PIC X(21).
           05  PREFIX-BILLED-COUNT              PIC 9(7).
           05  PREFIX-CLOSED-DATE               PIC X(8).
           05  PREFIX-CLOSED-BY                 PIC X(8).
           05  PREFIX-LATE-COUNT                PIC 9(7).
           05  PREFIX-LATE-BILLED               PIC 9(7).
           05  PREFIX-SUPP-COUNT                PIC 9(3).
           05  PREFIX-LAST-SUPP-DATE            PIC X(8).
           05  PREFIX-SUPP-INVOICE-HIGH         PIC 9(7).
