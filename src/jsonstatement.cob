      * CLIENT-ID ORDER - BILLING REQUESTS THAT ARRIVED WITHOUT A
      * clientId TO THE HOUSE ACCOUNT - AND PRODUCES ONE STATEMENT PAGE
      * PER CLIENT: REQUEST COUNTS BY OP, SUCCESS/FAILURE COUNTS, AND A
      * CHARGE LINE PRICED ON THE CLIENT'S CONTRACT RATE PLAN - A FLAT
      * MONTHLY FEE, A TIERED PER-REQUEST TABLE OR PER-OP RATES, AS
      * THE RATE-PLAN MASTER CARRIES THEM FOR THE PLAN CLIENT-MASTER
      * ASSIGNS THE CLIENT. ENDS WITH GRAND TOTALS THAT BALANCE BACK
      * TO THE SUM OF THE PAGES, SO THE LAMBDA BILL CAN BE SPLIT
      * ACROSS THE DEPARTMENTS THAT SHARE THE SERVICE. CREDITS AND
      * DEBITS RAISED ON THE ADJUSTMENTS FILE FOR THE STATEMENT MONTH
      * PRINT AS SEPARATE LINES UNDER THE CLIENT'S CHARGE, FOLLOWED BY
      * THE NET AMOUNT DUE; A CLIENT WITH ADJUSTMENTS BUT NO USAGE
      * STILL GETS A PAGE. AN OPTIONAL YYYYMM ARGUMENT ON THE COMMAND
      * LINE RESTRICTS THE STATEMENT TO THAT MONTH'S RECORDS.
      *
      * ALONGSIDE THE PRINTED PAGES THE RUN WRITES THE MACHINE-
      * READABLE BILLING-EXTRACT FILE THE GENERAL-LEDGER INTERFACE
      * CONSUMES: ONE FIXED-FORMAT DETAIL RECORD PER CLIENT CARRYING
      * ITS INVOICE NUMBER, PERIOD, REQUEST COUNTS, CHARGE AND PLAN,
      * AND ONE ADJUSTMENT RECORD PER CREDIT OR DEBIT, BRACKETED BY A
      * HEADER AND A TRAILER WHOSE RECORD COUNTS AND NET CHARGE HASH
      * TOTAL BALANCE TO THE PRINTED GRAND-TOTAL LINES -
      * SO THE RECEIVING SIDE CAN PROVE IT GOT THE WHOLE FILE AND
      * EACH ARTIFACT VERIFIES THE OTHER.
      *
      * EVERY MONTH IS GOVERNED BY ITS PERIOD-CONTROL RECORD. A FULL
      * MONTH RUN BILLS THE RECORDS STAMPED UP TO THE RUN'S CUT-OFF
      * AND LEAVES THE MONTH CLOSING, WITH THE CUT-OFF RECORDED SO
      * JSON-ROLLOVER DIVERTS ANYTHING STAMPED AFTER IT TO
      * LATE-ARRIVALS. A CLOSED MONTH IS NEVER RE-BILLED: THE RUN IS
      * REFUSED UNLESS IT IS A SUPPLEMENTARY RUN ("YYYYMM
      * SUPPLEMENTARY"), WHICH BILLS ONLY THAT MONTH'S LATE ARRIVALS
      * NOT YET BILLED INTO THE NEXT OPEN PERIOD, ON PAGES AND
      * EXTRACT RECORDS MARKED SUPPLEMENTARY AND UNDER INVOICE
      * NUMBERS FROM 9000001. THE LATE VOLUME IS PRICED ON THE
      * MONTH'S OWN TERMS AT THE MARGIN: A FLAT FEE IS NOT CHARGED
      * AGAIN, AND A TIERED PLAN PRICES THE LATE REQUESTS ON FROM THE
      * VOLUME THE MONTH ALREADY BILLED. AN UNRESTRICTED RUN SKIPS
      * RECORDS FOR CLOSED MONTHS. ONCE JSON-ARCHIVE-MONTH HAS
      * CONSOLIDATED A MONTH, ITS AUDIT-MONTH ARCHIVE IS READ IN
      * PLACE OF THE DAILIES THAT ARE GONE.
      **************************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BILLING-EXTRACT ASSIGN TO "BILLING-EXTRACT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CLIENT-ID
               FILE STATUS IS WS-CLIENT-FILE-STATUS.
           SELECT RATE-PLAN ASSIGN TO "RATE-PLAN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PLAN-KEY
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT ADJUSTMENTS ASSIGN TO "ADJUSTMENTS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ADJ-KEY
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       I-O-CONTROL.
       DATA DIVISION.
       FILE SECTION.
                     PREFIX-N2          BY AUDIT-LOG-N2
                     PREFIX-ITEM-COUNT  BY AUDIT-LOG-ITEM-COUNT
                     PREFIX-TOTAL       BY AUDIT-LOG-TOTAL
                     PREFIX-STATUS-CODE BY AUDIT-LOG-STATUS-CODE
                     PREFIX-REQUEST-ID  BY AUDIT-LOG-REQUEST-ID
                     PREFIX-TARIFF-CODE BY AUDIT-LOG-TARIFF-CODE.

       SD  SORT-WORK-FILE.
       COPY "auditrec.cpy"
                     PREFIX-N2          BY SORT-WORK-N2
                     PREFIX-ITEM-COUNT  BY SORT-WORK-ITEM-COUNT
                     PREFIX-TOTAL       BY SORT-WORK-TOTAL
                     PREFIX-STATUS-CODE BY SORT-WORK-STATUS-CODE
                     PREFIX-REQUEST-ID  BY SORT-WORK-REQUEST-ID
                     PREFIX-TARIFF-CODE BY SORT-WORK-TARIFF-CODE.

      **************************************************************************
      * THE AUDIT LOG RESORTED INTO CLIENT-ID / TIMESTAMP ORDER SO THE
                     PREFIX-N2          BY SORTED-N2
                     PREFIX-ITEM-COUNT  BY SORTED-ITEM-COUNT
                     PREFIX-TOTAL       BY SORTED-TOTAL
                     PREFIX-STATUS-CODE BY SORTED-STATUS-CODE
                     PREFIX-REQUEST-ID  BY SORTED-REQUEST-ID
                     PREFIX-TARIFF-CODE BY SORTED-TARIFF-CODE.

      **************************************************************************
      * OPTIONAL PARAMETER FILE NAMING THE HOUSE ACCOUNT THAT ABSORBS
      * REQUESTS ARRIVING WITHOUT A clientId, AND THE HOUSE DEFAULT
      * RATE PLAN FOR CLIENTS (THE HOUSE ACCOUNT AMONG THEM) THAT
      * CLIENT-MASTER ASSIGNS NO PLAN. A MISSING FILE OR A BLANK FIELD
      * FALLS BACK TO THE DEFAULT SO THE STATEMENT ALWAYS BALANCES.
      **************************************************************************
       FD  STMT-PARMS.
       01  STMT-PARM-RECORD.
           05  STMT-PARM-HOUSE-ACCOUNT          PIC X(16).
           05  FILLER                           PIC X.
           05  STMT-PARM-DEFAULT-PLAN           PIC X(8).

      **************************************************************************
      * THE GENERAL-LEDGER BILLING EXTRACT. EVERY RECORD IS 80 BYTES
      * AND LEADS WITH ITS TYPE - 'H' HEADER, 'D' DETAIL, 'T'
      * TRAILER, 'A' ADJUSTMENT - SO THE RECEIVING INTERFACE CAN
      * PARSE ON TYPE ALONE.
      * THE RECORDS ARE BUILT IN THE WORKING-STORAGE LAYOUTS BELOW
      * AND WRITTEN FROM THEM.
      **************************************************************************
       FD  BILLING-EXTRACT.
       01  EXTRACT-RECORD                       PIC X(80).

      **************************************************************************
      * THE CLIENT MASTER, READ ONLY FOR THE RATE PLAN EACH CLIENT IS
      * ASSIGNED, AND THE EFFECTIVE-DATED RATE-PLAN MASTER THE PAGES
      * ARE PRICED FROM.
      **************************************************************************
       FD  CLIENT-MASTER.
       COPY "clientrec.cpy"
           REPLACING PREFIX-RECORD       BY CLIENT-RECORD
                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

       FD  RATE-PLAN.
       COPY "planrec.cpy"
           REPLACING PREFIX-RECORD          BY PLAN-RECORD
                     PREFIX-KEY             BY PLAN-KEY
                     PREFIX-PLAN-CODE       BY PLAN-CODE
                     PREFIX-EFFECTIVE-DATE  BY PLAN-EFFECTIVE-DATE
                     PREFIX-PLAN-TYPE       BY PLAN-TYPE
                     PREFIX-FLAT-FEE        BY PLAN-FLAT-FEE
                     PREFIX-TIER-LIMIT      BY PLAN-TIER-LIMIT
                     PREFIX-TIER-RATE       BY PLAN-TIER-RATE
                     PREFIX-TIER            BY PLAN-TIER
                     PREFIX-OP-ENTRY        BY PLAN-OP-ENTRY
                     PREFIX-OP-NAME         BY PLAN-OP-NAME
                     PREFIX-OP-RATE         BY PLAN-OP-RATE
                     PREFIX-DEFAULT-OP-RATE BY PLAN-DEFAULT-OP-RATE
                     PREFIX-DESCRIPTION     BY PLAN-DESCRIPTION.

      **************************************************************************
      * THE CREDITS AND DEBITS RAISED AGAINST CLIENTS' STATEMENTS,
      * READ IN KEY ORDER ALONGSIDE THE SORTED LOG.
      **************************************************************************
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

      **************************************************************************
      * THE OPEN / CLOSING / CLOSED STATE OF EACH BILLING MONTH.
      **************************************************************************
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
           88 PARM-FILE-OK                            VALUE '00'.
           88 PARM-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-AUDIT-FILE-STATUS                 PIC XX VALUE SPACES.
           88 AUDIT-FILE-OK                           VALUE '00'.
           88 AUDIT-FILE-NOT-FOUND                    VALUE '35'.
       01  WS-CLIENT-FILE-STATUS                PIC XX VALUE SPACES.
           88 CLIENT-FILE-OK                          VALUE '00'.
           88 CLIENT-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PLAN-FILE-STATUS                  PIC XX VALUE SPACES.
           88 PLAN-FILE-OK                            VALUE '00'.
           88 PLAN-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-CLIENT-MASTER-SW                  PIC X VALUE 'Y'.
           88 CLIENT-MASTER-PRESENT                   VALUE 'Y'.
           88 CLIENT-MASTER-ABSENT                    VALUE 'N'.
       01  WS-ADJ-FILE-STATUS                   PIC XX VALUE SPACES.
           88 ADJ-FILE-OK                             VALUE '00'.
           88 ADJ-FILE-NOT-FOUND                      VALUE '35'.
       01  WS-ADJ-FILE-SW                       PIC X VALUE 'Y'.
           88 ADJ-FILE-PRESENT                        VALUE 'Y'.
           88 ADJ-FILE-ABSENT                         VALUE 'N'.
       01  WS-MASTERS-SW                        PIC X VALUE 'Y'.
           88 MASTERS-OPEN                            VALUE 'Y'.
           88 MASTERS-REFUSED                         VALUE 'N'.
       01  WS-PERIOD-FILE-STATUS                PIC XX VALUE SPACES.
           88 PERIOD-FILE-OK                          VALUE '00'.
           88 PERIOD-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-PERIOD-SW                         PIC X VALUE 'Y'.
           88 PERIOD-ACCEPTED                         VALUE 'Y'.
           88 PERIOD-REFUSED                          VALUE 'N'.

       01  WS-FIRST-RECORD-SW                   PIC X VALUE 'Y'.
           88 FIRST-RECORD                            VALUE 'Y'.
      * CUT FOR THAT MONTH PLUS THE LIVE LOG, SO THE MONTHLY
      * STATEMENT STILL BALANCES ONCE THE DAILY ROLLOVER IS LIVE.
      **************************************************************************
       01  WS-COMMAND-LINE                      PIC X(64) VALUE SPACES.
       01  WS-STMT-ARGS.
           05  WS-STMT-ARG                      PIC X(16)
                                                 OCCURS 4 TIMES.
       01  WS-ARG-IDX                           PIC 9 USAGE COMP.
       01  WS-STMT-MONTH                        PIC X(6) VALUE SPACES.
       01  WS-ARCHIVE-DATE                      PIC X(8) VALUE SPACES.
       01  WS-AUDIT-FILE-NAME                   PIC X(30)
                                                 VALUE "AUDIT-LOG".
       01  WS-DAY                               PIC 9(2).
       01  WS-DAY-DISP                          PIC 99.
       01  WS-DAY-FILTER                        PIC X(8) VALUE SPACES.
       01  WS-HOUSE-ACCOUNT                     PIC X(16)
                                                 VALUE "HOUSE".

      **************************************************************************
      * PERIOD CONTROL - WHETHER THIS IS A REGULAR OR A SUPPLEMENTARY
      * RUN, THE PERIOD THE INVOICES ARE BILLED IN (THE STATEMENT
      * MONTH, OR FOR A SUPPLEMENTARY RUN THE NEXT OPEN MONTH AFTER
      * IT), THE CUT-OFF TIMESTAMP TAKEN AT THE START OF THE RUN, AND
      * THE STATEMENT MONTH'S STATE AS PERIOD-CONTROL HOLDS IT. THE
      * CACHED MONTH SAVES A KEYED READ PER RECORD ON AN
      * UNRESTRICTED RUN.
      **************************************************************************
       01  WS-RUN-TYPE-SW                       PIC X VALUE 'R'.
           88 REGULAR-RUN                             VALUE 'R'.
           88 SUPPLEMENTARY-RUN                       VALUE 'S'.
       01  WS-BILL-PERIOD                       PIC X(6) VALUE SPACES.
       01  WS-BILL-CUTOFF                       PIC X(21).
       01  WS-BASE-CUTOFF                       PIC X(21).
       01  WS-MONTH-STATUS                      PIC X VALUE 'O'.
           88 MONTH-OPEN                              VALUE 'O'.
           88 MONTH-CLOSING                           VALUE 'P'.
           88 MONTH-CLOSED                            VALUE 'C'.
       01  WS-MONTH-WORK.
           05  WS-MONTH-YYYY                    PIC 9(4).
           05  WS-MONTH-MM                      PIC 9(2).
       01  WS-MONTH-TRIES                       PIC 9(2) USAGE COMP.
       01  WS-LOOKUP-MONTH                      PIC X(6) VALUE SPACES.
       01  WS-CACHED-MONTH                      PIC X(6) VALUE SPACES.
       01  WS-CACHED-STATUS                     PIC X VALUE 'O'.
       01  WS-CLOSED-SKIPPED                    PIC 9(7) VALUE 0.
       01  WS-AFTER-CUTOFF                      PIC 9(7) VALUE 0.

      **************************************************************************
      * LATE ARRIVALS - HOW MANY OF THE MONTH'S LATE RECORDS EARLIER
      * SUPPLEMENTARY RUNS BILLED (THEY ARE SKIPPED, IN ARRIVAL
      * ORDER), HOW MANY ARE STILL OUTSTANDING, AND HOW MANY THIS
      * RUN SAW AND BILLED.
      **************************************************************************
       01  WS-LATE-ALREADY-BILLED               PIC 9(7) VALUE 0.
       01  WS-LATE-DIVERTED                     PIC 9(7) VALUE 0.
       01  WS-LATE-OUTSTANDING                  PIC 9(7) VALUE 0.
       01  WS-LATE-SEEN                         PIC 9(7) VALUE 0.
       01  WS-LATE-RELEASED                     PIC 9(7) VALUE 0.
       01  WS-LATE-ON-FILE                      PIC 9(7) VALUE 0.

      **************************************************************************
      * THE VOLUME EACH CLIENT WAS ALREADY BILLED FOR THE LATE MONTH,
      * SWEPT FROM THE MONTH'S LOG UP TO ITS BILLED CUT-OFF BEFORE A
      * SUPPLEMENTARY RUN, SO A TIERED PLAN CAN PRICE THE LATE
      * REQUESTS AT THE MARGIN. A CLIENT BEYOND THE TABLE IS PRICED
      * AS IF NOTHING HAD BEEN BILLED AND COUNTED AS AN OVERFLOW.
      **************************************************************************
       01  WS-SWEEP-SW                          PIC X VALUE 'R'.
           88 SWEEP-RELEASE                           VALUE 'R'.
           88 SWEEP-BASE                              VALUE 'B'.
       01  WS-BASE-ENTRY-COUNT                  PIC 9(4) VALUE 0.
       01  WS-BASE-IDX                          PIC 9(4) USAGE COMP.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY                    OCCURS 1000 TIMES.
               10  WS-BASE-CLIENT               PIC X(16).
               10  WS-BASE-VOLUME               PIC 9(7).
       01  WS-BASE-OVERFLOW                     PIC 9(7) VALUE 0.
       01  WS-CLIENT-BASE                       PIC 9(7) VALUE 0.
       01  WS-LATE-VOLUME                       PIC 9(7) VALUE 0.
       01  WS-FULL-CHARGE                       PIC 9(7)V99 VALUE 0.

      **************************************************************************
      * THE RATE PLAN THE CURRENT PAGE IS PRICED ON - THE PLAN CODE
      * CLIENT-MASTER ASSIGNS THE CLIENT (OR THE HOUSE DEFAULT), AND
      * THE RATE-PLAN ROW IN FORCE ON THE AS-OF DATE: THE LAST DAY OF
      * THE STATEMENT MONTH, OR TODAY ON AN UNRESTRICTED RUN. A CLIENT
      * WHOSE PLAN HAS NO ROW IN FORCE IS NOT PRICED; ITS PAGE SAYS
      * SO AND THE RUN ENDS WITH A WARNING RETURN CODE.
      **************************************************************************
       01  WS-DEFAULT-PLAN                      PIC X(8)
                                                 VALUE "STANDARD".
       01  WS-PLAN-ASOF-DATE                    PIC X(8).
       01  WS-CLIENT-PLAN-CODE                  PIC X(8).
       01  WS-PLAN-SCAN-SW                      PIC X VALUE 'N'.
           88 PLAN-SCAN-MORE                          VALUE 'N'.
           88 PLAN-SCAN-DONE                          VALUE 'Y'.
       01  WS-PLAN-FOUND-SW                     PIC X VALUE 'N'.
           88 PLAN-FOUND                              VALUE 'Y'.
           88 PLAN-NOT-FOUND                          VALUE 'N'.
       COPY "planrec.cpy"
           REPLACING PREFIX-RECORD          BY PRICE-PLAN-RECORD
                     PREFIX-KEY             BY PRICE-PLAN-KEY
                     PREFIX-PLAN-CODE       BY PRICE-PLAN-CODE
                     PREFIX-EFFECTIVE-DATE  BY PRICE-PLAN-EFFECTIVE-DATE
                     PREFIX-PLAN-TYPE       BY PRICE-PLAN-TYPE
                     PREFIX-FLAT-FEE        BY PRICE-PLAN-FLAT-FEE
                     PREFIX-TIER-LIMIT      BY PRICE-PLAN-TIER-LIMIT
                     PREFIX-TIER-RATE       BY PRICE-PLAN-TIER-RATE
                     PREFIX-TIER            BY PRICE-PLAN-TIER
                     PREFIX-OP-ENTRY        BY PRICE-PLAN-OP-ENTRY
                     PREFIX-OP-NAME         BY PRICE-PLAN-OP-NAME
                     PREFIX-OP-RATE         BY PRICE-PLAN-OP-RATE
                     PREFIX-DEFAULT-OP-RATE
                                         BY PRICE-PLAN-DEFAULT-OP-RATE
                     PREFIX-DESCRIPTION     BY PRICE-PLAN-DESCRIPTION.
       01  WS-PLAN-TYPE-DESC                    PIC X(8).
       01  WS-UNPRICED-COUNT                    PIC 9(7) VALUE 0.

      **************************************************************************
      * THE CURRENT CLIENT'S PAGE - PER-OP COUNTS COLLECTED INTO A
               10  WS-OP-COUNT                  PIC 9(7).

      **************************************************************************
      * FIELDS USED TO PRICE ONE CLIENT'S VOLUME THROUGH THE PLAN
      **************************************************************************
       01  WS-TIER-REQUESTS                     PIC 9(7).
       01  WS-TIER-REMAINING                    PIC 9(7).
       01  WS-TIER-FLOOR                        PIC 9(7).
       01  WS-TIER-IDX                          PIC 9(2) USAGE COMP.
       01  WS-PLAN-OP-IDX                       PIC 9(2) USAGE COMP.
       01  WS-PRICE-OP                          PIC X(8).
       01  WS-PRICE-OP-RATE                     PIC 9(3)V9(4).

      **************************************************************************
      * THE ADJUSTMENT CURSOR. THE ADJUSTMENTS FILE IS WALKED IN
      * CLIENT ORDER IN STEP WITH THE SORTED LOG: WS-ADJ-NEXT-CLIENT
      * IS THE CLIENT OF THE NEXT ADJUSTMENT STILL TO BE BILLED, OR
      * HIGH-VALUES ONCE THERE ARE NO MORE. THE CLIENT'S ADJUSTMENTS
      * NET TO A SIGNED FIGURE - CREDITS DOWN, DEBITS UP.
      **************************************************************************
       01  WS-ADJ-NEXT-CLIENT                   PIC X(16).
       01  WS-BREAK-CLIENT-ID                   PIC X(16).
       01  WS-STOP-CLIENT-ID                    PIC X(16).
       01  WS-ADJ-SCAN-SW                       PIC X VALUE 'N'.
           88 ADJ-SCAN-MORE                           VALUE 'N'.
           88 ADJ-SCAN-DONE                           VALUE 'Y'.
       01  WS-CLIENT-ADJ-COUNT                  PIC 9(4) VALUE 0.
       01  WS-CLIENT-ADJ-NET                    PIC S9(7)V99 VALUE 0.
       01  WS-CLIENT-NET                        PIC S9(8)V99 VALUE 0.
       01  WS-CLIENT-NET-DISP                   PIC -(7)9.99.
       01  WS-ADJ-AMOUNT-DISP                   PIC -(7)9.99.
       01  WS-ADJ-TYPE-DESC                     PIC X(6).

      **************************************************************************
      * GRAND TOTALS ACROSS ALL STATEMENT PAGES. THE NET IS THE USAGE
      * CHARGE LESS CREDITS PLUS DEBITS - THE FIGURE THE EXTRACT
      * TRAILER'S HASH CARRIES.
      **************************************************************************
       01  WS-GRAND-COUNT                       PIC 9(7) VALUE 0.
       01  WS-GRAND-SUCCESS                     PIC 9(7) VALUE 0.
       01  WS-GRAND-FAILURE                     PIC 9(7) VALUE 0.
       01  WS-GRAND-CHARGE                      PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-CHARGE-DISP                 PIC Z(8)9.99.
       01  WS-GRAND-CREDITS                     PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-DEBITS                      PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-NET                         PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-NET-DISP                    PIC -(9)9.99.
       01  WS-ADJ-RECORD-COUNT                  PIC 9(7) VALUE 0.

      **************************************************************************
      * THE BILLING EXTRACT RECORDS, BUILT HERE AND WRITTEN FROM
      * WORKING STORAGE. THE INVOICE NUMBER IS A RUN-LOCAL SEQUENCE
      * STARTING AT 1 ON A REGULAR RUN; A SUPPLEMENTARY RUN CONTINUES
      * ITS BILLING PERIOD'S OWN RANGE FROM 9000001, SO THE TWO NEVER
      * COLLIDE. EITHER WAY THE RECEIVING INTERFACE CAN DETECT A GAP;
      * THE TRAILER'S DETAIL COUNT AND CHARGE HASH TOTAL ARE THE
      * SAME NUMBERS THE PRINTED GRAND-TOTAL LINES SHOW, SO EITHER
      * ARTIFACT PROVES THE OTHER COMPLETE. AMOUNTS ARE ZONED WITH
      * TWO IMPLIED DECIMALS, THE WAY THE GL INTERFACE TAKES THEM;
      * AN ADJUSTMENT'S AMOUNT IS POSITIVE WITH ITS TYPE SAYING
      * CREDIT OR DEBIT, AND ONLY THE NET HASH CARRIES A SIGN.
      **************************************************************************
       01  WS-INVOICE-NUMBER                    PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT                      PIC 9(7) VALUE 0.
       01  WS-RUN-TIMESTAMP                     PIC X(21).
       COPY "extrec.cpy"
           REPLACING PREFIX-HEADER             BY WS-EXT-HEADER
                     PREFIX-H-TYPE             BY WS-EXT-H-TYPE
                     PREFIX-H-RUN-DATE         BY WS-EXT-H-RUN-DATE
                     PREFIX-H-PERIOD           BY WS-EXT-H-PERIOD
                     PREFIX-H-RUN-TYPE         BY WS-EXT-H-RUN-TYPE
                     PREFIX-H-LATE-PERIOD      BY WS-EXT-H-LATE-PERIOD
                     PREFIX-DETAIL             BY WS-EXT-DETAIL
                     PREFIX-D-TYPE             BY WS-EXT-D-TYPE
                     PREFIX-D-INVOICE-NUMBER
                                         BY WS-EXT-D-INVOICE-NUMBER
                     PREFIX-D-CLIENT-ID        BY WS-EXT-D-CLIENT-ID
                     PREFIX-D-PERIOD           BY WS-EXT-D-PERIOD
                     PREFIX-D-REQUEST-COUNT    BY WS-EXT-D-REQUEST-COUNT
                     PREFIX-D-SUCCESS-COUNT    BY WS-EXT-D-SUCCESS-COUNT
                     PREFIX-D-FAILURE-COUNT    BY WS-EXT-D-FAILURE-COUNT
                     PREFIX-D-CHARGE           BY WS-EXT-D-CHARGE
                     PREFIX-D-PLAN-CODE        BY WS-EXT-D-PLAN-CODE
                     PREFIX-D-RUN-TYPE         BY WS-EXT-D-RUN-TYPE
                     PREFIX-D-LATE-PERIOD      BY WS-EXT-D-LATE-PERIOD
                     PREFIX-ADJUSTMENT         BY WS-EXT-ADJUSTMENT
                     PREFIX-A-TYPE             BY WS-EXT-A-TYPE
                     PREFIX-A-INVOICE-NUMBER
                                         BY WS-EXT-A-INVOICE-NUMBER
                     PREFIX-A-CLIENT-ID        BY WS-EXT-A-CLIENT-ID
                     PREFIX-A-PERIOD           BY WS-EXT-A-PERIOD
                     PREFIX-A-ADJ-TYPE         BY WS-EXT-A-ADJ-TYPE
                     PREFIX-A-AMOUNT           BY WS-EXT-A-AMOUNT
                     PREFIX-A-REASON-CODE      BY WS-EXT-A-REASON-CODE
                     PREFIX-A-ORIG-INVOICE     BY WS-EXT-A-ORIG-INVOICE
                     PREFIX-A-ORIG-PERIOD      BY WS-EXT-A-ORIG-PERIOD
                     PREFIX-A-SEQ              BY WS-EXT-A-SEQ
                     PREFIX-TRAILER            BY WS-EXT-TRAILER
                     PREFIX-T-TYPE             BY WS-EXT-T-TYPE
                     PREFIX-T-DETAIL-COUNT     BY WS-EXT-T-DETAIL-COUNT
                     PREFIX-T-REQUEST-COUNT    BY WS-EXT-T-REQUEST-COUNT
                     PREFIX-T-CHARGE-HASH      BY WS-EXT-T-CHARGE-HASH
                     PREFIX-T-ADJUSTMENT-COUNT
                                         BY WS-EXT-T-ADJUSTMENT-COUNT.

      **************************************************************************
      * RUN-CONTROL BOOKKEEPING - THE START/END RECORD EVERY NIGHTLY
      * JOB WRITES, AND THE FORCE TOKEN THAT LETS THE OPERATOR PUSH
      * A CHALLENGED RERUN THROUGH DELIBERATELY. THE RUN'S RETURN
      * CODE IS HELD APART UNTIL THE END RECORD IS WRITTEN, AS THE
      * CALL WOULD OTHERWISE CLEAR IT.
      **************************************************************************
       01  WS-FORCE-SW                          PIC X VALUE 'N'.
           88 FORCE-RERUN                             VALUE 'Y'.
           88 NO-FORCE                                VALUE 'N'.
       01  WS-FINAL-RC                          PIC 9 VALUE 0.
       COPY "runctlreq.cpy".

       LOCAL-STORAGE SECTION.
      * LOADS THE RUN PARAMETERS, SORTS THE AUDIT LOG INTO CLIENT-ID
      * ORDER (SUBSTITUTING THE HOUSE ACCOUNT FOR BLANK CLIENT IDS AND
      * DROPPING RECORDS OUTSIDE THE STATEMENT MONTH), THEN WALKS THE
      * SORTED OUTPUT CUTTING ONE STATEMENT PAGE PER CLIENT. THE
      * MONTH'S PERIOD-CONTROL STATE IS CHECKED BEFORE ANYTHING IS
      * STARTED, AND UPDATED ONCE THE EXTRACT IS CLOSED.
      **************************************************************************
       1000-MAIN.

           PERFORM 0500-LOAD-PARMS
              THRU 0500-LOAD-PARMS-EXIT.

           PERFORM 0700-OPEN-MASTERS
              THRU 0700-OPEN-MASTERS-EXIT.
           IF MASTERS-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0750-CHECK-PERIOD
              THRU 0750-CHECK-PERIOD-EXIT.
           IF PERIOD-REFUSED
               PERFORM 0790-CLOSE-MASTERS
                  THRU 0790-CLOSE-MASTERS-EXIT
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 0400-RUN-CONTROL-START
              THRU 0400-RUN-CONTROL-START-EXIT.
           IF RC-ALREADY-COMPLETE AND NO-FORCE
               DISPLAY FUNCTION TRIM(WS-RC-JOB-NAME)
                   " already completed clean for "
                   WS-RC-RUN-DATE " - rerun refused! Add FORCE to"
                   " override." UPON STDERR
               MOVE 8 TO RETURN-CODE
               PERFORM 0790-CLOSE-MASTERS
                  THRU 0790-CLOSE-MASTERS-EXIT
               GO TO 1000-MAIN-END
           END-IF.

           IF SUPPLEMENTARY-RUN
               PERFORM 0800-LOAD-BASE-VOLUMES
                  THRU 0800-LOAD-BASE-VOLUMES-EXIT
           END-IF.

           PERFORM 0600-OPEN-EXTRACT
              THRU 0600-OPEN-EXTRACT-EXIT.

               GIVING SORTED-LOG.

           DISPLAY "JSON-STATEMENT USAGE STATEMENTS" UPON STDOUT.
           EVALUATE TRUE
               WHEN SUPPLEMENTARY-RUN
                   DISPLAY "SUPPLEMENTARY RUN - late arrivals for "
                       WS-STMT-MONTH " billed in period "
                       WS-BILL-PERIOD UPON STDOUT
                   DISPLAY "Statement period: " WS-BILL-PERIOD
                       UPON STDOUT
               WHEN WS-STMT-MONTH EQUAL SPACES
                   DISPLAY "Statement period: ALL RECORDS" UPON STDOUT
               WHEN OTHER
                   DISPLAY "Statement period: " WS-STMT-MONTH
                       UPON STDOUT
                   DISPLAY "Billing cut-off:  " WS-BILL-CUTOFF(1:14)
                       UPON STDOUT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SUPPLEMENTARY-RUN
                   DISPLAY "Log billed: LATE-ARRIVALS - "
                       WS-LATE-RELEASED " of " WS-LATE-OUTSTANDING
                       " outstanding late record(s)" UPON STDOUT
               WHEN WS-STMT-MONTH NOT EQUAL SPACES
                       AND WS-ARCHIVE-DATE EQUAL SPACES
                   DISPLAY "Log billed: month archives plus live log"
                       UPON STDOUT
               WHEN OTHER
                   DISPLAY "Log billed: "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME) UPON STDOUT
           END-EVALUATE.

           PERFORM 1640-START-ADJUSTMENTS
              THRU 1640-START-ADJUSTMENTS-EXIT.

           OPEN INPUT SORTED-LOG.
           READ SORTED-LOG AT END SET END-OF-FILE TO TRUE END-READ.
                  THRU 1800-WRITE-CLIENT-PAGE-EXIT
           END-IF.

      *    CLIENTS SORTING AFTER THE LAST ONE WITH USAGE MAY STILL
      *    HAVE ADJUSTMENTS TO BILL.
           MOVE HIGH-VALUES TO WS-BREAK-CLIENT-ID.
           PERFORM 1760-WRITE-ADJ-ONLY-PAGES
              THRU 1760-WRITE-ADJ-ONLY-PAGES-EXIT.

           PERFORM 1900-WRITE-GRAND-TOTALS
              THRU 1900-WRITE-GRAND-TOTALS-EXIT.

           PERFORM 1950-WRITE-EXTRACT-TRAILER
              THRU 1950-WRITE-EXTRACT-TRAILER-EXIT.

           PERFORM 1970-UPDATE-PERIOD
              THRU 1970-UPDATE-PERIOD-EXIT.

           PERFORM 0790-CLOSE-MASTERS
              THRU 0790-CLOSE-MASTERS-EXIT.
           IF WS-CLOSED-SKIPPED > 0
               DISPLAY "JSON-STATEMENT: " WS-CLOSED-SKIPPED
                   " usage or adjustment record(s) for closed months"
                   " were not billed - bill late usage with a"
                   " SUPPLEMENTARY run." UPON STDERR
           END-IF.
           IF WS-BASE-OVERFLOW > 0
               DISPLAY "JSON-STATEMENT: " WS-BASE-OVERFLOW
                   " billed request(s) did not fit the base volume"
                   " table - those clients priced from the first"
                   " tier!" UPON STDERR
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "JSON-STATEMENT: " WS-UNPRICED-COUNT
                   " client(s) had no rate plan in force and were not"
                   " priced!" UPON STDERR
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

      *    A PERIOD-CONTROL UPDATE THAT FAILED LEAVES THE RUN MARKED
      *    FAILED, SO IT CAN BE PUT RIGHT AND RERUN WITHOUT FORCE.
           IF WS-FINAL-RC EQUAL 8
               MOVE 'F' TO WS-RC-COMPLETION-FLAG
           ELSE
               MOVE 'C' TO WS-RC-COMPLETION-FLAG
           END-IF.
           MOVE WS-GRAND-COUNT TO WS-RC-RECORD-COUNT.
           PERFORM 0450-RUN-CONTROL-END
              THRU 0450-RUN-CONTROL-END-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.

       1000-MAIN-END. STOP RUN.

      * RECORDS THE RUN'S START UNDER TODAY'S DATE - THE STATEMENT
      * IS A RUN-OF-DAY JOB WHATEVER PERIOD IT BILLS, AND A SECOND
      * RUN THE SAME DAY WOULD CUT A SECOND SET OF INVOICE NUMBERS.
      * A SUPPLEMENTARY RUN IS CONTROLLED AS A JOB OF ITS OWN, SO IT
      * CAN FOLLOW THE SAME DAY'S REGULAR RUN.
      **************************************************************************
       0400-RUN-CONTROL-START.
           SET RC-ACTION-START TO TRUE.
           IF SUPPLEMENTARY-RUN
               MOVE "JSON-STMT-SUPP" TO WS-RC-JOB-NAME
           ELSE
               MOVE "JSON-STATEMENT" TO WS-RC-JOB-NAME
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RC-RUN-DATE.
           MOVE SPACE TO WS-RC-COMPLETION-FLAG.
      * 0500-LOAD-PARMS
      **************************************************************************
      * PICKS UP THE STATEMENT MONTH FROM THE COMMAND LINE AND THE
      * HOUSE ACCOUNT AND DEFAULT RATE PLAN FROM THE OPTIONAL
      * STMT-PARMS FILE. ANY MAY BE ABSENT - THE DEFAULTS BILL
      * EVERYTHING, USE "HOUSE" AND PRICE ON "STANDARD". SETS THE
      * DATE THE RATE PLANS ARE PRICED AS OF. THE FORCE AND
      * SUPPLEMENTARY KEYWORDS MAY COME ANYWHERE ON THE LINE; THE
      * OTHER WORDS ARE THE MONTH AND THEN THE ARCHIVE DATE. THE
      * BILLING CUT-OFF IS TAKEN HERE, ONCE, BEFORE ANY LOG IS READ.
      **************************************************************************
       0500-LOAD-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-BILL-CUTOFF.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-STMT-ARGS.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-STMT-ARG(1) WS-STMT-ARG(2)
                    WS-STMT-ARG(3) WS-STMT-ARG(4).
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1 UNTIL WS-ARG-IDX > 4
               EVALUATE TRUE
                   WHEN WS-STMT-ARG(WS-ARG-IDX) EQUAL SPACES
                       CONTINUE
                   WHEN WS-STMT-ARG(WS-ARG-IDX) EQUAL "FORCE"
                       SET FORCE-RERUN TO TRUE
                   WHEN WS-STMT-ARG(WS-ARG-IDX) EQUAL "SUPPLEMENTARY"
                       SET SUPPLEMENTARY-RUN TO TRUE
                   WHEN WS-STMT-MONTH EQUAL SPACES
                       MOVE WS-STMT-ARG(WS-ARG-IDX) TO WS-STMT-MONTH
                   WHEN OTHER
                       MOVE WS-STMT-ARG(WS-ARG-IDX) TO WS-ARCHIVE-DATE
               END-EVALUATE
           END-PERFORM.
           IF WS-ARCHIVE-DATE NOT EQUAL SPACES
               MOVE FUNCTION CONCATENATE("AUDIT-ARCH-" WS-ARCHIVE-DATE)
                   TO WS-AUDIT-FILE-NAME
               IF STMT-PARM-HOUSE-ACCOUNT NOT EQUAL SPACES
                   MOVE STMT-PARM-HOUSE-ACCOUNT TO WS-HOUSE-ACCOUNT
               END-IF
               IF STMT-PARM-DEFAULT-PLAN NOT EQUAL SPACES
                   MOVE STMT-PARM-DEFAULT-PLAN TO WS-DEFAULT-PLAN
               END-IF
               CLOSE STMT-PARMS
           END-IF.

      *    A MONTH IS PRICED ON THE TERMS IN FORCE AT ITS CLOSE, SO A
      *    PLAN CHANGE DATED MID-MONTH GOVERNS THAT WHOLE MONTH.
           IF WS-STMT-MONTH EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-PLAN-ASOF-DATE
           ELSE
               MOVE FUNCTION CONCATENATE(WS-STMT-MONTH "31")
                   TO WS-PLAN-ASOF-DATE
           END-IF.

       0500-LOAD-PARMS-EXIT. EXIT.

      **************************************************************************
      * OPENS THE BILLING EXTRACT AND WRITES ITS HEADER - THE RUN
      * DATE AND THE STATEMENT PERIOD ("ALL" ON AN UNRESTRICTED
      * RUN), SO THE RECEIVING INTERFACE CAN VERIFY IT IS POSTING
      * THE PERIOD IT EXPECTED. A SUPPLEMENTARY EXTRACT IS HEADED
      * WITH THE PERIOD ITS INVOICES ARE BILLED IN, MARKED 'S' AND
      * NAMING THE CLOSED MONTH THE LATE USAGE BELONGS TO.
      **************************************************************************
       0600-OPEN-EXTRACT.
           OPEN OUTPUT BILLING-EXTRACT.
           IF WS-STMT-MONTH EQUAL SPACES
               MOVE "ALL"         TO WS-EXT-H-PERIOD
           ELSE
               MOVE WS-BILL-PERIOD TO WS-EXT-H-PERIOD
           END-IF.
           MOVE WS-RUN-TYPE-SW TO WS-EXT-H-RUN-TYPE.
           IF SUPPLEMENTARY-RUN
               MOVE WS-STMT-MONTH TO WS-EXT-H-LATE-PERIOD
           ELSE
               MOVE SPACES        TO WS-EXT-H-LATE-PERIOD
           END-IF.
           WRITE EXTRACT-RECORD FROM WS-EXT-HEADER.

       0600-OPEN-EXTRACT-EXIT. EXIT.

      **************************************************************************
      * 0700-OPEN-MASTERS
      **************************************************************************
      * OPENS THE RATE-PLAN MASTER AND THE CLIENT MASTER FOR READING.
      * WITHOUT RATE PLANS NOTHING CAN BE PRICED, SO A MISSING
      * RATE-PLAN MASTER REFUSES THE RUN BEFORE ANY INVOICE NUMBER IS
      * CUT. A MISSING CLIENT MASTER ONLY MEANS NO CLIENT HAS BEEN
      * ASSIGNED A PLAN - EVERY PAGE IS PRICED ON THE HOUSE DEFAULT.
      * A MISSING ADJUSTMENTS FILE MEANS NOTHING HAS BEEN ADJUSTED,
      * BUT ONE THAT EXISTS AND CANNOT BE READ REFUSES THE RUN - THE
      * INVOICES WOULD GO OUT WITHOUT CREDITS ALREADY PROMISED.
      **************************************************************************
       0700-OPEN-MASTERS.
           OPEN INPUT RATE-PLAN.
           IF NOT PLAN-FILE-OK
               DISPLAY "Could not open the rate-plan master! Status: "
                   WS-PLAN-FILE-STATUS " - statement refused."
                   UPON STDERR
               SET MASTERS-REFUSED TO TRUE
               GO TO 0700-OPEN-MASTERS-EXIT
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF NOT CLIENT-FILE-OK
               SET CLIENT-MASTER-ABSENT TO TRUE
               DISPLAY "Client master not available (status "
                   WS-CLIENT-FILE-STATUS ") - every client priced on"
                   " plan " FUNCTION TRIM(WS-DEFAULT-PLAN) "."
                   UPON STDERR
           END-IF.

           OPEN INPUT ADJUSTMENTS.
           IF ADJ-FILE-NOT-FOUND
               SET ADJ-FILE-ABSENT TO TRUE
           ELSE
               IF NOT ADJ-FILE-OK
                   SET ADJ-FILE-ABSENT TO TRUE
                   DISPLAY "Could not open ADJUSTMENTS! Status: "
                       WS-ADJ-FILE-STATUS " - statement refused."
                       UPON STDERR
                   CLOSE RATE-PLAN
                   IF CLIENT-MASTER-PRESENT
                       CLOSE CLIENT-MASTER
                   END-IF
                   SET MASTERS-REFUSED TO TRUE
                   GO TO 0700-OPEN-MASTERS-EXIT
               END-IF
           END-IF.

      *    THE FIRST RUN FINDS NO PERIOD-CONTROL FILE AND CREATES IT -
      *    EVERY MONTH IS OPEN UNTIL A STATEMENT BILLS IT.
           OPEN I-O PERIOD-CONTROL.
           IF PERIOD-FILE-NOT-FOUND
               OPEN OUTPUT PERIOD-CONTROL
               CLOSE PERIOD-CONTROL
               OPEN I-O PERIOD-CONTROL
           END-IF.
           IF NOT PERIOD-FILE-OK
               DISPLAY "Could not open PERIOD-CONTROL! Status: "
                   WS-PERIOD-FILE-STATUS " - statement refused."
                   UPON STDERR
               CLOSE RATE-PLAN
               IF CLIENT-MASTER-PRESENT
                   CLOSE CLIENT-MASTER
               END-IF
               IF ADJ-FILE-PRESENT
                   CLOSE ADJUSTMENTS
               END-IF
               SET MASTERS-REFUSED TO TRUE
           END-IF.

       0700-OPEN-MASTERS-EXIT. EXIT.

      **************************************************************************
      * 0750-CHECK-PERIOD
      **************************************************************************
      * SETTLES WHETHER THE STATEMENT MONTH MAY BE BILLED. A CLOSED
      * MONTH IS NEVER RE-BILLED - A REGULAR RUN FOR ONE IS REFUSED
      * AND POINTED AT THE SUPPLEMENTARY RUN. A SUPPLEMENTARY RUN
      * NEEDS A MONTH ALREADY BILLED WITH LATE ARRIVALS STILL
      * OUTSTANDING, AND BILLS THEM INTO THE NEXT OPEN PERIOD - WITH
      * NOTHING OUTSTANDING IT STOPS WITH A WARNING, AND WITH LATE
      * RECORDS OUTSTANDING THAT CAN'T ALL BE READ IT IS REFUSED, BOTH
      * BEFORE THE EXTRACT IS TOUCHED. THE BILLING PERIOD IS THE
      * STATEMENT MONTH FOR EVERY OTHER RUN.
      **************************************************************************
       0750-CHECK-PERIOD.
           MOVE WS-STMT-MONTH TO WS-BILL-PERIOD.
           IF WS-STMT-MONTH EQUAL SPACES
               IF SUPPLEMENTARY-RUN
                   DISPLAY "A SUPPLEMENTARY run needs the YYYYMM whose"
                       " late arrivals it bills! Usage: JSON-STATEMENT"
                       " YYYYMM SUPPLEMENTARY [FORCE]" UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   SET PERIOD-REFUSED TO TRUE
               END-IF
               GO TO 0750-CHECK-PERIOD-EXIT
           END-IF.

           MOVE WS-STMT-MONTH TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   SET MONTH-OPEN TO TRUE
               NOT INVALID KEY
                   MOVE PERIOD-STATUS TO WS-MONTH-STATUS
                   MOVE PERIOD-BILLED-TIMESTAMP TO WS-BASE-CUTOFF
                   MOVE PERIOD-LATE-BILLED TO WS-LATE-ALREADY-BILLED
                   MOVE PERIOD-LATE-COUNT TO WS-LATE-DIVERTED
                   COMPUTE WS-LATE-OUTSTANDING =
                       PERIOD-LATE-COUNT - PERIOD-LATE-BILLED
           END-READ.

           IF REGULAR-RUN
               IF MONTH-CLOSED
                   DISPLAY "Period " WS-STMT-MONTH " is closed - its"
                       " invoices stand and it is not billed again!"
                       " Run JSON-STATEMENT " WS-STMT-MONTH
                       " SUPPLEMENTARY to bill its late arrivals."
                       UPON STDERR
                   MOVE 8 TO RETURN-CODE
                   SET PERIOD-REFUSED TO TRUE
               END-IF
               GO TO 0750-CHECK-PERIOD-EXIT
           END-IF.

           IF WS-ARCHIVE-DATE NOT EQUAL SPACES
               DISPLAY "A SUPPLEMENTARY run bills LATE-ARRIVALS only -"
                   " no archive date may be given!" UPON STDERR
               MOVE 8 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
               GO TO 0750-CHECK-PERIOD-EXIT
           END-IF.
           IF MONTH-OPEN
               DISPLAY "Period " WS-STMT-MONTH " has not been billed"
                   " - run its regular statement, not a SUPPLEMENTARY"
                   " run!" UPON STDERR
               MOVE 8 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
               GO TO 0750-CHECK-PERIOD-EXIT
           END-IF.
           IF WS-LATE-OUTSTANDING EQUAL 0
               DISPLAY "No late arrivals outstanding for "
                   WS-STMT-MONTH " - nothing to bill." UPON STDERR
               MOVE 4 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
               GO TO 0750-CHECK-PERIOD-EXIT
           END-IF.

           PERFORM 0770-COUNT-LATE
              THRU 0770-COUNT-LATE-EXIT.
           IF PERIOD-REFUSED
               GO TO 0750-CHECK-PERIOD-EXIT
           END-IF.

      *    THE LATE USAGE IS PRICED ON THE TERMS OF ITS OWN MONTH.
           PERFORM 0760-FIND-BILL-PERIOD
              THRU 0760-FIND-BILL-PERIOD-EXIT.

       0750-CHECK-PERIOD-EXIT. EXIT.

      **************************************************************************
      * 0760-FIND-BILL-PERIOD
      **************************************************************************
      * FINDS THE FIRST MONTH AFTER THE STATEMENT MONTH THAT IS STILL
      * OPEN (OR HAS NO PERIOD-CONTROL RECORD YET) - THE PERIOD A
      * SUPPLEMENTARY RUN BILLS INTO - AND CONTINUES THAT PERIOD'S
      * SUPPLEMENTARY INVOICE NUMBERS, WHICH START AT 9000001.
      **************************************************************************
       0760-FIND-BILL-PERIOD.
           MOVE SPACES TO WS-BILL-PERIOD.
           MOVE 9000000 TO WS-INVOICE-NUMBER.
           MOVE WS-STMT-MONTH TO WS-MONTH-WORK.
           PERFORM VARYING WS-MONTH-TRIES FROM 1 BY 1
                   UNTIL WS-MONTH-TRIES > 24
                      OR WS-BILL-PERIOD NOT EQUAL SPACES
               IF WS-MONTH-MM EQUAL 12
                   MOVE 1 TO WS-MONTH-MM
                   ADD 1 TO WS-MONTH-YYYY
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
               MOVE WS-MONTH-WORK TO PERIOD-MONTH
               READ PERIOD-CONTROL
                   INVALID KEY
                       MOVE WS-MONTH-WORK TO WS-BILL-PERIOD
                   NOT INVALID KEY
                       IF PERIOD-STATUS EQUAL 'O'
                           MOVE WS-MONTH-WORK TO WS-BILL-PERIOD
                           IF PERIOD-SUPP-INVOICE-HIGH > 9000000
                               MOVE PERIOD-SUPP-INVOICE-HIGH
                                   TO WS-INVOICE-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BILL-PERIOD EQUAL SPACES
               DISPLAY "No open period in the 24 months after "
                   WS-STMT-MONTH " to bill its late arrivals into!"
                   UPON STDERR
               MOVE 8 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
           END-IF.

       0760-FIND-BILL-PERIOD-EXIT. EXIT.

      **************************************************************************
      * 0770-COUNT-LATE
      **************************************************************************
      * MAKES SURE EVERY LATE RECORD THE ROLLOVER POSTED FOR THE
      * STATEMENT MONTH CAN STILL BE READ FROM LATE-ARRIVALS BEFORE A
      * SUPPLEMENTARY RUN STARTS. A MISSING OR UNREADABLE FILE, OR ONE
      * HOLDING FEWER OF THE MONTH'S RECORDS THAN PERIOD-CONTROL SAYS
      * WERE DIVERTED, WOULD BILL SHORT AND THEN MARK THE SHORTFALL
      * BILLED - THE RUN IS REFUSED BEFORE THE EXTRACT IS OPENED OR
      * PERIOD-CONTROL IS TOUCHED.
      **************************************************************************
       0770-COUNT-LATE.
           MOVE 0 TO WS-LATE-ON-FILE.
           MOVE "LATE-ARRIVALS" TO WS-AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-LOG.
           IF NOT AUDIT-FILE-OK
               DISPLAY "Could not open LATE-ARRIVALS! Status: "
                   WS-AUDIT-FILE-STATUS " - " WS-LATE-OUTSTANDING
                   " late record(s) for " WS-STMT-MONTH
                   " are outstanding. Run refused." UPON STDERR
               MOVE 8 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
               GO TO 0770-COUNT-LATE-EXIT
           END-IF.

           SET SORT-NOT-EOF TO TRUE.
           READ AUDIT-LOG AT END SET SORT-END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL SORT-END-OF-FILE
                      OR NOT AUDIT-FILE-OK
               IF AUDIT-LOG-TIMESTAMP(1:6) EQUAL WS-STMT-MONTH
                   ADD 1 TO WS-LATE-ON-FILE
               END-IF
               READ AUDIT-LOG AT END SET SORT-END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           IF NOT SORT-END-OF-FILE
               DISPLAY "Could not read LATE-ARRIVALS! Status: "
                   WS-AUDIT-FILE-STATUS " - run refused." UPON STDERR
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
               GO TO 0770-COUNT-LATE-EXIT
           END-IF.
           CLOSE AUDIT-LOG.

           IF WS-LATE-ON-FILE < WS-LATE-DIVERTED
               DISPLAY "LATE-ARRIVALS holds " WS-LATE-ON-FILE
                   " record(s) for " WS-STMT-MONTH " but "
                   WS-LATE-DIVERTED " were diverted - the file is"
                   " short. Run refused." UPON STDERR
               MOVE 8 TO RETURN-CODE
               SET PERIOD-REFUSED TO TRUE
           END-IF.

       0770-COUNT-LATE-EXIT. EXIT.

      **************************************************************************
      * 0790-CLOSE-MASTERS
      **************************************************************************
      * CLOSES THE MASTERS 0700-OPEN-MASTERS OPENED.
      **************************************************************************
       0790-CLOSE-MASTERS.
           CLOSE RATE-PLAN.
           IF CLIENT-MASTER-PRESENT
               CLOSE CLIENT-MASTER
           END-IF.
           IF ADJ-FILE-PRESENT
               CLOSE ADJUSTMENTS
           END-IF.
           CLOSE PERIOD-CONTROL.

       0790-CLOSE-MASTERS-EXIT. EXIT.

      **************************************************************************
      * 0800-LOAD-BASE-VOLUMES
      **************************************************************************
      * BEFORE A SUPPLEMENTARY RUN, SWEEPS THE LATE MONTH'S LOG AGAIN
      * - EVERY RECORD STAMPED UP TO THE CUT-OFF ITS REGULAR RUN
      * BILLED - COUNTING EACH CLIENT'S VOLUME INTO THE BASE TABLE
      * INSTEAD OF RELEASING IT TO THE SORT.
      **************************************************************************
       0800-LOAD-BASE-VOLUMES.
           SET SWEEP-BASE TO TRUE.
           PERFORM 1120-SWEEP-MONTH THRU 1120-SWEEP-MONTH-EXIT.
           SET SWEEP-RELEASE TO TRUE.

       0800-LOAD-BASE-VOLUMES-EXIT. EXIT.

      **************************************************************************
      * 1100-SELECT-RECORDS
      **************************************************************************
      * SORT INPUT PROCEDURE. AN EXPLICIT ARCHIVE DATE (OR NO MONTH
      * AT ALL) READS THE ONE FILE ALREADY NAMED - FOR A DATE WHOSE
      * DAILY HAS BEEN CONSOLIDATED, THE MONTHLY ARCHIVE, TAKING
      * ONLY THE RECORDS STAMPED ON THAT DATE; A MONTH RUN SWEEPS
      * THAT MONTH'S DATED ARCHIVES DAY BY DAY AND THEN THE LIVE LOG,
      * SO RECORDS ALREADY ROLLED BY JSON-ROLLOVER AND RECORDS NOT
      * YET ROLLED BOTH LAND ON THE STATEMENT. A SUPPLEMENTARY RUN
      * READS ONLY THE LATE-ARRIVALS FILE.
      **************************************************************************
       1100-SELECT-RECORDS.
           EVALUATE TRUE
               WHEN SUPPLEMENTARY-RUN
                   PERFORM 1160-RELEASE-LATE
                      THRU 1160-RELEASE-LATE-EXIT
               WHEN WS-STMT-MONTH EQUAL SPACES
                   PERFORM 1150-RELEASE-ONE-FILE
                      THRU 1150-RELEASE-ONE-FILE-EXIT
               WHEN WS-ARCHIVE-DATE NOT EQUAL SPACES
                   OPEN INPUT AUDIT-LOG
                   IF AUDIT-FILE-NOT-FOUND
                       MOVE FUNCTION CONCATENATE("AUDIT-MONTH-"
                           WS-ARCHIVE-DATE(1:6)) TO WS-AUDIT-FILE-NAME
                       MOVE WS-ARCHIVE-DATE TO WS-DAY-FILTER
                   ELSE
                       CLOSE AUDIT-LOG
                   END-IF
                   PERFORM 1150-RELEASE-ONE-FILE
                      THRU 1150-RELEASE-ONE-FILE-EXIT
               WHEN OTHER
                   PERFORM 1120-SWEEP-MONTH
                      THRU 1120-SWEEP-MONTH-EXIT
           END-EVALUATE.

       1100-SELECT-RECORDS-EXIT. EXIT.

      **************************************************************************
      * 1120-SWEEP-MONTH
      **************************************************************************
      * READS THE STATEMENT MONTH'S DATED ARCHIVES DAY BY DAY - OR
      * ITS MONTHLY ARCHIVE, ONCE THE DAILIES ARE CONSOLIDATED - AND
      * THEN THE LIVE LOG.
      **************************************************************************
       1120-SWEEP-MONTH.
           MOVE FUNCTION CONCATENATE("AUDIT-MONTH-" WS-STMT-MONTH)
               TO WS-AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
                   MOVE WS-DAY TO WS-DAY-DISP
                   MOVE FUNCTION CONCATENATE("AUDIT-ARCH-"
                   PERFORM 1150-RELEASE-ONE-FILE
                      THRU 1150-RELEASE-ONE-FILE-EXIT
               END-PERFORM
           ELSE
               CLOSE AUDIT-LOG
               PERFORM 1150-RELEASE-ONE-FILE
                  THRU 1150-RELEASE-ONE-FILE-EXIT
           END-IF.
           MOVE "AUDIT-LOG" TO WS-AUDIT-FILE-NAME.
           PERFORM 1150-RELEASE-ONE-FILE
              THRU 1150-RELEASE-ONE-FILE-EXIT.

       1120-SWEEP-MONTH-EXIT. EXIT.

      **************************************************************************
      * 1150-RELEASE-ONE-FILE
           SET SORT-NOT-EOF TO TRUE.
           READ AUDIT-LOG AT END SET SORT-END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL SORT-END-OF-FILE
               PERFORM 1155-SELECT-RECORD
                  THRU 1155-SELECT-RECORD-EXIT
               READ AUDIT-LOG AT END SET SORT-END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.

       1150-RELEASE-ONE-FILE-EXIT. EXIT.

      **************************************************************************
      * 1155-SELECT-RECORD
      **************************************************************************
      * DECIDES WHAT BECOMES OF ONE LOG RECORD. AN UNRESTRICTED RUN
      * RELEASES EVERYTHING EXCEPT RECORDS OF CLOSED MONTHS. A MONTH
      * RUN RELEASES THE MONTH'S RECORDS STAMPED UP TO THE RUN'S
      * CUT-OFF - ANYTHING LATER IS LEFT FOR THE ROLLOVER TO DIVERT
      * AS A LATE ARRIVAL. THE BASE SWEEP BEFORE A SUPPLEMENTARY RUN
      * COUNTS THE RECORDS UP TO THE CUT-OFF THE MONTH WAS BILLED TO.
      * A MONTHLY ARCHIVE'S TRAILER IS NEVER A REQUEST, AND A SINGLE
      * DAY READ FROM ONE TAKES ONLY THAT DAY'S RECORDS.
      **************************************************************************
       1155-SELECT-RECORD.
           IF AUDIT-LOG-TIMESTAMP(1:8) EQUAL "*TRAILER"
               GO TO 1155-SELECT-RECORD-EXIT
           END-IF.
           IF WS-DAY-FILTER NOT EQUAL SPACES
                   AND AUDIT-LOG-TIMESTAMP(1:8) NOT EQUAL WS-DAY-FILTER
               GO TO 1155-SELECT-RECORD-EXIT
           END-IF.
           IF AUDIT-LOG-CLIENT-ID EQUAL SPACES
               MOVE WS-HOUSE-ACCOUNT TO AUDIT-LOG-CLIENT-ID
           END-IF.

           IF WS-STMT-MONTH EQUAL SPACES
               MOVE AUDIT-LOG-TIMESTAMP(1:6) TO WS-LOOKUP-MONTH
               PERFORM 1180-CHECK-MONTH-CLOSED
                  THRU 1180-CHECK-MONTH-CLOSED-EXIT
               IF WS-CACHED-STATUS EQUAL 'C'
                   ADD 1 TO WS-CLOSED-SKIPPED
               ELSE
                   RELEASE SORT-WORK-RECORD FROM AUDIT-LOG-RECORD
               END-IF
               GO TO 1155-SELECT-RECORD-EXIT
           END-IF.

           IF AUDIT-LOG-TIMESTAMP(1:6) NOT EQUAL WS-STMT-MONTH
               GO TO 1155-SELECT-RECORD-EXIT
           END-IF.

           IF SWEEP-BASE
               IF AUDIT-LOG-TIMESTAMP(1:16) NOT > WS-BASE-CUTOFF(1:16)
                   PERFORM 1170-ADD-BASE-VOLUME
                      THRU 1170-ADD-BASE-VOLUME-EXIT
               END-IF
               GO TO 1155-SELECT-RECORD-EXIT
           END-IF.

           IF AUDIT-LOG-TIMESTAMP(1:16) > WS-BILL-CUTOFF(1:16)
               ADD 1 TO WS-AFTER-CUTOFF
               GO TO 1155-SELECT-RECORD-EXIT
           END-IF.
           RELEASE SORT-WORK-RECORD FROM AUDIT-LOG-RECORD.

       1155-SELECT-RECORD-EXIT. EXIT.

      **************************************************************************
      * 1160-RELEASE-LATE
      **************************************************************************
      * SORT INPUT FOR A SUPPLEMENTARY RUN - THE LATE ARRIVALS FOR THE
      * STATEMENT MONTH, IN THE ORDER THE ROLLOVER DIVERTED THEM. THE
      * ONES EARLIER SUPPLEMENTARY RUNS ALREADY BILLED ARE PASSED
      * OVER, SO EACH LATE RECORD IS BILLED EXACTLY ONCE, AND NOTHING
      * BEYOND THE LATE COUNT THE ROLLOVER POSTED IS BILLED.
      **************************************************************************
       1160-RELEASE-LATE.
           MOVE "LATE-ARRIVALS" TO WS-AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-LOG.
           IF NOT AUDIT-FILE-OK
               GO TO 1160-RELEASE-LATE-EXIT
           END-IF.

           SET SORT-NOT-EOF TO TRUE.
           READ AUDIT-LOG AT END SET SORT-END-OF-FILE TO TRUE END-READ.
           PERFORM UNTIL SORT-END-OF-FILE
               IF AUDIT-LOG-TIMESTAMP(1:6) EQUAL WS-STMT-MONTH
                   ADD 1 TO WS-LATE-SEEN
                   IF WS-LATE-SEEN > WS-LATE-ALREADY-BILLED
                           AND WS-LATE-SEEN NOT > WS-LATE-DIVERTED
                       IF AUDIT-LOG-CLIENT-ID EQUAL SPACES
                           MOVE WS-HOUSE-ACCOUNT TO AUDIT-LOG-CLIENT-ID
                       END-IF
                       RELEASE SORT-WORK-RECORD FROM AUDIT-LOG-RECORD
                       ADD 1 TO WS-LATE-RELEASED
                   END-IF
               END-IF
               READ AUDIT-LOG AT END SET SORT-END-OF-FILE
                   TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.

       1160-RELEASE-LATE-EXIT. EXIT.

      **************************************************************************
      * 1170-ADD-BASE-VOLUME
      **************************************************************************
      * COUNTS ONE ALREADY-BILLED REQUEST INTO ITS CLIENT'S BASE
      * VOLUME, ADDING THE CLIENT TO THE TABLE THE FIRST TIME.
      **************************************************************************
       1170-ADD-BASE-VOLUME.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-ENTRY-COUNT
               IF WS-BASE-CLIENT(WS-BASE-IDX) EQUAL AUDIT-LOG-CLIENT-ID
                   ADD 1 TO WS-BASE-VOLUME(WS-BASE-IDX)
                   GO TO 1170-ADD-BASE-VOLUME-EXIT
               END-IF
           END-PERFORM.

           IF WS-BASE-ENTRY-COUNT < 1000
               ADD 1 TO WS-BASE-ENTRY-COUNT
               MOVE AUDIT-LOG-CLIENT-ID
                   TO WS-BASE-CLIENT(WS-BASE-ENTRY-COUNT)
               MOVE 1 TO WS-BASE-VOLUME(WS-BASE-ENTRY-COUNT)
           ELSE
               ADD 1 TO WS-BASE-OVERFLOW
           END-IF.

       1170-ADD-BASE-VOLUME-EXIT. EXIT.

      **************************************************************************
      * 1180-CHECK-MONTH-CLOSED
      **************************************************************************
      * LOOKS UP THE PERIOD-CONTROL STATE OF THE MONTH IN
      * WS-LOOKUP-MONTH (A USAGE RECORD'S OR AN ADJUSTMENT'S) INTO
      * WS-CACHED-STATUS, READING THE FILE ONLY WHEN THE MONTH
      * CHANGES. A MONTH WITH NO RECORD IS OPEN.
      **************************************************************************
       1180-CHECK-MONTH-CLOSED.
           IF WS-LOOKUP-MONTH EQUAL WS-CACHED-MONTH
               GO TO 1180-CHECK-MONTH-CLOSED-EXIT
           END-IF.
           MOVE WS-LOOKUP-MONTH TO WS-CACHED-MONTH.
           MOVE WS-CACHED-MONTH TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   MOVE 'O' TO WS-CACHED-STATUS
               NOT INVALID KEY
                   MOVE PERIOD-STATUS TO WS-CACHED-STATUS
           END-READ.

       1180-CHECK-MONTH-CLOSED-EXIT. EXIT.

      **************************************************************************
      * 1500-PROCESS-RECORD
      **************************************************************************
      * HANDLES ONE SORTED AUDIT-LOG RECORD - CUTS A NEW STATEMENT
      * PAGE ON A CHANGE OF CLIENT-ID AND TALLIES THE RECORD INTO THE
      * CURRENT PAGE'S OP AND OUTCOME COUNTS. ANY CLIENT WITH
      * ADJUSTMENTS BUT NO USAGE THAT SORTS BEFORE THE NEW CLIENT IS
      * GIVEN ITS PAGE FIRST, SO THE PAGES STAY IN CLIENT ORDER.
      **************************************************************************
       1500-PROCESS-RECORD.
           MOVE SORTED-CLIENT-ID TO WS-BREAK-CLIENT-ID.
           IF FIRST-RECORD
               PERFORM 1760-WRITE-ADJ-ONLY-PAGES
                  THRU 1760-WRITE-ADJ-ONLY-PAGES-EXIT
               PERFORM 1700-START-CLIENT THRU 1700-START-CLIENT-EXIT
               SET NOT-FIRST-RECORD TO TRUE
           ELSE
               IF SORTED-CLIENT-ID NOT EQUAL WS-PREV-CLIENT-ID
                   PERFORM 1800-WRITE-CLIENT-PAGE
                      THRU 1800-WRITE-CLIENT-PAGE-EXIT
                   PERFORM 1760-WRITE-ADJ-ONLY-PAGES
                      THRU 1760-WRITE-ADJ-ONLY-PAGES-EXIT
                   PERFORM 1700-START-CLIENT THRU 1700-START-CLIENT-EXIT
               END-IF
           END-IF.

       1600-TALLY-OP-EXIT. EXIT.

      **************************************************************************
      * 1640-START-ADJUSTMENTS
      **************************************************************************
      * POSITIONS THE ADJUSTMENT CURSOR ON THE FIRST ADJUSTMENT TO BE
      * BILLED THIS RUN. A SUPPLEMENTARY RUN BILLS LATE USAGE ONLY -
      * ADJUSTMENTS GO ON THE BILLING PERIOD'S REGULAR STATEMENT.
      **************************************************************************
       1640-START-ADJUSTMENTS.
           MOVE HIGH-VALUES TO WS-ADJ-NEXT-CLIENT.
           IF ADJ-FILE-ABSENT OR SUPPLEMENTARY-RUN
               GO TO 1640-START-ADJUSTMENTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO ADJ-KEY.
           START ADJUSTMENTS KEY NOT LESS THAN ADJ-KEY
               INVALID KEY
                   GO TO 1640-START-ADJUSTMENTS-EXIT
           END-START.
           PERFORM 1650-NEXT-ADJUSTMENT
              THRU 1650-NEXT-ADJUSTMENT-EXIT.

       1640-START-ADJUSTMENTS-EXIT. EXIT.

      **************************************************************************
      * 1650-NEXT-ADJUSTMENT
      **************************************************************************
      * ADVANCES THE CURSOR TO THE NEXT ADJUSTMENT BILLED ON THIS
      * STATEMENT MONTH - ON AN UNRESTRICTED RUN, EVERY ADJUSTMENT ON
      * FILE EXCEPT THOSE FOR A CLOSED MONTH, WHICH WENT OUT ON THAT
      * MONTH'S INVOICE AND ARE COUNTED AS SKIPPED LIKE ITS USAGE -
      * LEAVING IT IN ADJ-RECORD AND ITS CLIENT IN
      * WS-ADJ-NEXT-CLIENT, OR HIGH-VALUES WHEN THERE ARE NO MORE.
      **************************************************************************
       1650-NEXT-ADJUSTMENT.
           MOVE HIGH-VALUES TO WS-ADJ-NEXT-CLIENT.
           SET ADJ-SCAN-MORE TO TRUE.
           PERFORM UNTIL ADJ-SCAN-DONE
               READ ADJUSTMENTS NEXT RECORD
                   AT END SET ADJ-SCAN-DONE TO TRUE
               END-READ
               IF ADJ-SCAN-MORE
                   IF WS-STMT-MONTH EQUAL SPACES
                       MOVE ADJ-PERIOD TO WS-LOOKUP-MONTH
                       PERFORM 1180-CHECK-MONTH-CLOSED
                          THRU 1180-CHECK-MONTH-CLOSED-EXIT
                       IF WS-CACHED-STATUS EQUAL 'C'
                           ADD 1 TO WS-CLOSED-SKIPPED
                       ELSE
                           MOVE ADJ-CLIENT-ID TO WS-ADJ-NEXT-CLIENT
                           SET ADJ-SCAN-DONE TO TRUE
                       END-IF
                   ELSE
                       IF ADJ-PERIOD EQUAL WS-STMT-MONTH
                           MOVE ADJ-CLIENT-ID TO WS-ADJ-NEXT-CLIENT
                           SET ADJ-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1650-NEXT-ADJUSTMENT-EXIT. EXIT.

      **************************************************************************
      * 1700-START-CLIENT
      **************************************************************************
      * OPENS A NEW STATEMENT PAGE FOR THE CLIENT THE SORTED FILE JUST
      * BROKE TO (OR THE NEXT ADJUSTMENT-ONLY CLIENT) AND CLEARS ITS
      * RUNNING COUNTS.
      **************************************************************************
       1700-START-CLIENT.
           MOVE WS-BREAK-CLIENT-ID TO WS-PREV-CLIENT-ID.
           MOVE 0 TO WS-CLIENT-COUNT.
           MOVE 0 TO WS-CLIENT-SUCCESS.
           MOVE 0 TO WS-CLIENT-FAILURE.

       1700-START-CLIENT-EXIT. EXIT.

      **************************************************************************
      * 1760-WRITE-ADJ-ONLY-PAGES
      **************************************************************************
      * WRITES A PAGE FOR EVERY CLIENT WHOSE NEXT ADJUSTMENT SORTS
      * BEFORE WS-BREAK-CLIENT-ID - CLIENTS WITH ADJUSTMENTS THIS
      * MONTH BUT NO USAGE. THE PAGE CARRIES NO USAGE CHARGE, ONLY
      * THE ADJUSTMENTS, UNDER ITS OWN INVOICE NUMBER. THE CALLER'S
      * WS-BREAK-CLIENT-ID IS PUT BACK AFTERWARDS.
      **************************************************************************
       1760-WRITE-ADJ-ONLY-PAGES.
           MOVE WS-BREAK-CLIENT-ID TO WS-STOP-CLIENT-ID.
           PERFORM UNTIL WS-ADJ-NEXT-CLIENT NOT < WS-STOP-CLIENT-ID
               MOVE WS-ADJ-NEXT-CLIENT TO WS-BREAK-CLIENT-ID
               PERFORM 1700-START-CLIENT THRU 1700-START-CLIENT-EXIT
               PERFORM 1800-WRITE-CLIENT-PAGE
                  THRU 1800-WRITE-CLIENT-PAGE-EXIT
           END-PERFORM.
           MOVE WS-STOP-CLIENT-ID TO WS-BREAK-CLIENT-ID.

       1760-WRITE-ADJ-ONLY-PAGES-EXIT. EXIT.

      **************************************************************************
      * 1800-WRITE-CLIENT-PAGE
      **************************************************************************
      * PRINTS THE STATEMENT PAGE FOR THE CLIENT JUST FINISHED - THE
      * OP MIX, THE OUTCOME COUNTS, THE RATE PLAN AND THE CHARGE LINE,
      * THEN ANY ADJUSTMENTS AND THE NET AMOUNT DUE.
      **************************************************************************
       1800-WRITE-CLIENT-PAGE.
           PERFORM 1850-COMPUTE-CHARGE THRU 1850-COMPUTE-CHARGE-EXIT.

           DISPLAY " " UPON STDOUT.
           IF SUPPLEMENTARY-RUN
               DISPLAY "=== SUPPLEMENTARY INVOICE - STATEMENT PAGE "
                   WS-PAGE-NUMBER " CLIENT "
                   FUNCTION TRIM(WS-PREV-CLIENT-ID) " ===" UPON STDOUT
               DISPLAY "  Late usage from " WS-STMT-MONTH
                   ", billed in period " WS-BILL-PERIOD UPON STDOUT
           ELSE
               DISPLAY "=== STATEMENT PAGE " WS-PAGE-NUMBER
                   " CLIENT " FUNCTION TRIM(WS-PREV-CLIENT-ID)
                   " ===" UPON STDOUT
           END-IF.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-ENTRY-COUNT
               DISPLAY "  Op " WS-OP-NAME(WS-OP-IDX)
           DISPLAY "  Total requests:  " WS-CLIENT-COUNT UPON STDOUT.
           DISPLAY "  Successes:       " WS-CLIENT-SUCCESS UPON STDOUT.
           DISPLAY "  Failures:        " WS-CLIENT-FAILURE UPON STDOUT.
           EVALUATE TRUE
               WHEN WS-CLIENT-COUNT EQUAL 0
                   DISPLAY "  Rate plan:       " WS-CLIENT-PLAN-CODE
                       " (no usage this period)" UPON STDOUT
               WHEN PLAN-FOUND
                   DISPLAY "  Rate plan:       " WS-CLIENT-PLAN-CODE
                       " effective " PRICE-PLAN-EFFECTIVE-DATE " "
                       WS-PLAN-TYPE-DESC " "
                       FUNCTION TRIM(PRICE-PLAN-DESCRIPTION) UPON STDOUT
               WHEN OTHER
                   DISPLAY "  Rate plan:       " WS-CLIENT-PLAN-CODE
                       " NO PLAN IN FORCE ON " WS-PLAN-ASOF-DATE
                       " - NOT PRICED" UPON STDOUT
           END-EVALUATE.
           IF SUPPLEMENTARY-RUN AND PLAN-FOUND
               EVALUATE PRICE-PLAN-TYPE
                   WHEN 'F'
                       DISPLAY "  Flat fee already billed on the "
                           WS-STMT-MONTH " statement." UPON STDOUT
                   WHEN 'T'
                       DISPLAY "  Priced on from the " WS-CLIENT-BASE
                           " request(s) billed on the " WS-STMT-MONTH
                           " statement." UPON STDOUT
               END-EVALUATE
           END-IF.
           MOVE WS-CLIENT-CHARGE TO WS-CLIENT-CHARGE-DISP.
           DISPLAY "  Charge this period: " WS-CLIENT-CHARGE-DISP
               UPON STDOUT.
           MOVE WS-CLIENT-SUCCESS  TO WS-EXT-D-SUCCESS-COUNT.
           MOVE WS-CLIENT-FAILURE  TO WS-EXT-D-FAILURE-COUNT.
           MOVE WS-CLIENT-CHARGE   TO WS-EXT-D-CHARGE.
           MOVE WS-CLIENT-PLAN-CODE TO WS-EXT-D-PLAN-CODE.
           MOVE WS-RUN-TYPE-SW     TO WS-EXT-D-RUN-TYPE.
           MOVE WS-EXT-H-LATE-PERIOD TO WS-EXT-D-LATE-PERIOD.
           WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.

           PERFORM 1820-WRITE-ADJUSTMENTS
              THRU 1820-WRITE-ADJUSTMENTS-EXIT.

       1800-WRITE-CLIENT-PAGE-EXIT. EXIT.

      **************************************************************************
      * 1820-WRITE-ADJUSTMENTS
      **************************************************************************
      * PRINTS EACH OF THE CLIENT'S ADJUSTMENTS AS ITS OWN LINE UNDER
      * THE CHARGE AND WRITES IT TO THE EXTRACT AS AN 'A' RECORD
      * CARRYING THIS PAGE'S INVOICE NUMBER AND THE ORIGINAL INVOICE
      * IT CORRECTS. A PAGE WITH ADJUSTMENTS ENDS WITH THE NET AMOUNT
      * DUE - THE CHARGE LESS CREDITS PLUS DEBITS, WHICH MAY BE A
      * CREDIT BALANCE. A PAGE WITHOUT ANY IS LEFT AS IT WAS.
      **************************************************************************
       1820-WRITE-ADJUSTMENTS.
           MOVE 0 TO WS-CLIENT-ADJ-COUNT.
           MOVE 0 TO WS-CLIENT-ADJ-NET.
           PERFORM UNTIL WS-ADJ-NEXT-CLIENT NOT EQUAL WS-PREV-CLIENT-ID
               ADD 1 TO WS-CLIENT-ADJ-COUNT
               IF ADJ-TYPE EQUAL 'C'
                   MOVE "CREDIT" TO WS-ADJ-TYPE-DESC
                   SUBTRACT ADJ-AMOUNT FROM WS-CLIENT-ADJ-NET
                   ADD ADJ-AMOUNT TO WS-GRAND-CREDITS
                   COMPUTE WS-ADJ-AMOUNT-DISP = 0 - ADJ-AMOUNT
               ELSE
                   MOVE "DEBIT"  TO WS-ADJ-TYPE-DESC
                   ADD ADJ-AMOUNT TO WS-CLIENT-ADJ-NET
                   ADD ADJ-AMOUNT TO WS-GRAND-DEBITS
                   MOVE ADJ-AMOUNT TO WS-ADJ-AMOUNT-DISP
               END-IF
               DISPLAY "  Adjustment " ADJ-SEQ " " WS-ADJ-TYPE-DESC
                   " " ADJ-REASON-CODE "  " WS-ADJ-AMOUNT-DISP
                   "  re invoice " ADJ-ORIG-INVOICE " of "
                   ADJ-ORIG-PERIOD UPON STDOUT
               IF ADJ-DESCRIPTION NOT EQUAL SPACES
                   DISPLAY "             "
                       FUNCTION TRIM(ADJ-DESCRIPTION) UPON STDOUT
               END-IF

               MOVE WS-INVOICE-NUMBER TO WS-EXT-A-INVOICE-NUMBER
               MOVE WS-PREV-CLIENT-ID TO WS-EXT-A-CLIENT-ID
               MOVE WS-EXT-H-PERIOD   TO WS-EXT-A-PERIOD
               MOVE ADJ-TYPE          TO WS-EXT-A-ADJ-TYPE
               MOVE ADJ-AMOUNT        TO WS-EXT-A-AMOUNT
               MOVE ADJ-REASON-CODE   TO WS-EXT-A-REASON-CODE
               MOVE ADJ-ORIG-INVOICE  TO WS-EXT-A-ORIG-INVOICE
               MOVE ADJ-ORIG-PERIOD   TO WS-EXT-A-ORIG-PERIOD
               MOVE ADJ-SEQ           TO WS-EXT-A-SEQ
               WRITE EXTRACT-RECORD FROM WS-EXT-ADJUSTMENT
               ADD 1 TO WS-ADJ-RECORD-COUNT

               PERFORM 1650-NEXT-ADJUSTMENT
                  THRU 1650-NEXT-ADJUSTMENT-EXIT
           END-PERFORM.

           IF WS-CLIENT-ADJ-COUNT > 0
               COMPUTE WS-CLIENT-NET =
                   WS-CLIENT-CHARGE + WS-CLIENT-ADJ-NET
               MOVE WS-CLIENT-NET TO WS-CLIENT-NET-DISP
               DISPLAY "  Net amount due:   " WS-CLIENT-NET-DISP
                   UPON STDOUT
           END-IF.

       1820-WRITE-ADJUSTMENTS-EXIT. EXIT.

      **************************************************************************
      * 1850-COMPUTE-CHARGE
      **************************************************************************
      * PRICES THE CLIENT'S PAGE ON ITS RATE PLAN - THE FLAT MONTHLY
      * FEE, THE TIER TABLE (EACH REQUEST BILLED AT THE RATE OF THE
      * TIER IT FALLS IN) OR THE PER-OP RATES. A CLIENT WITH NO PLAN
      * IN FORCE IS CHARGED NOTHING AND COUNTED AS UNPRICED; A PAGE
      * WITH NO USAGE (ADJUSTMENTS ONLY) IS CHARGED NOTHING EITHER.
      * ON A SUPPLEMENTARY RUN THE MONTH'S FLAT FEE HAS ALREADY BEEN
      * CHARGED, SO A FLAT PLAN COSTS NOTHING MORE, AND A TIERED PLAN
      * IS PRICED AT THE MARGIN ABOVE THE VOLUME ALREADY BILLED.
      **************************************************************************
       1850-COMPUTE-CHARGE.
           MOVE 0 TO WS-CLIENT-CHARGE.
           PERFORM 1860-FIND-PLAN THRU 1860-FIND-PLAN-EXIT.

      *    A PAGE CUT ONLY TO CARRY ADJUSTMENTS HAS NO USAGE TO PRICE.
           IF WS-CLIENT-COUNT EQUAL 0
               MOVE SPACES TO WS-PLAN-TYPE-DESC
               GO TO 1850-COMPUTE-CHARGE-EXIT
           END-IF.

           IF PLAN-NOT-FOUND
               MOVE SPACES TO WS-PLAN-TYPE-DESC
               ADD 1 TO WS-UNPRICED-COUNT
               GO TO 1850-COMPUTE-CHARGE-EXIT
           END-IF.

           EVALUATE PRICE-PLAN-TYPE
               WHEN 'F'
                   MOVE "FLAT"   TO WS-PLAN-TYPE-DESC
                   IF REGULAR-RUN
                       MOVE PRICE-PLAN-FLAT-FEE TO WS-CLIENT-CHARGE
                   END-IF
               WHEN 'T'
                   MOVE "TIERED" TO WS-PLAN-TYPE-DESC
                   IF REGULAR-RUN
                       PERFORM 1870-PRICE-TIERS
                          THRU 1870-PRICE-TIERS-EXIT
                   ELSE
                       PERFORM 1875-PRICE-LATE-TIERS
                          THRU 1875-PRICE-LATE-TIERS-EXIT
                   END-IF
               WHEN 'O'
                   MOVE "PER-OP" TO WS-PLAN-TYPE-DESC
                   PERFORM 1880-PRICE-OPS THRU 1880-PRICE-OPS-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-PLAN-TYPE-DESC
                   SET PLAN-NOT-FOUND TO TRUE
                   ADD 1 TO WS-UNPRICED-COUNT
           END-EVALUATE.

       1850-COMPUTE-CHARGE-EXIT. EXIT.

      **************************************************************************
      * 1860-FIND-PLAN
      **************************************************************************
      * SETTLES WHICH PLAN THE CLIENT IS ON - ITS CLIENT-MASTER PLAN
      * CODE, OR THE HOUSE DEFAULT WHEN IT HAS NONE OR ISN'T ON THE
      * MASTER - AND FINDS THAT PLAN'S ROW IN FORCE ON THE AS-OF
      * DATE. THE LOOKUP STARTS AT THE CODE'S FIRST HISTORY ROW AND
      * WALKS FORWARD IN KEY ORDER, KEEPING THE LATEST ROW DATED AT
      * OR BEFORE THE AS-OF DATE.
      **************************************************************************
       1860-FIND-PLAN.
           MOVE WS-DEFAULT-PLAN TO WS-CLIENT-PLAN-CODE.
           IF CLIENT-MASTER-PRESENT
               MOVE WS-PREV-CLIENT-ID TO CLIENT-ID
               READ CLIENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENT-PLAN-CODE NOT EQUAL SPACES
                           MOVE CLIENT-PLAN-CODE TO WS-CLIENT-PLAN-CODE
                       END-IF
               END-READ
           END-IF.

           SET PLAN-NOT-FOUND TO TRUE.
           SET PLAN-SCAN-MORE TO TRUE.
           MOVE WS-CLIENT-PLAN-CODE TO PLAN-CODE.
           MOVE LOW-VALUES TO PLAN-EFFECTIVE-DATE.
           START RATE-PLAN KEY NOT LESS THAN PLAN-KEY
               INVALID KEY
                   SET PLAN-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL PLAN-SCAN-DONE
               READ RATE-PLAN NEXT RECORD
                   AT END SET PLAN-SCAN-DONE TO TRUE
               END-READ
               IF PLAN-SCAN-MORE
                   IF PLAN-CODE NOT EQUAL WS-CLIENT-PLAN-CODE
                           OR PLAN-EFFECTIVE-DATE > WS-PLAN-ASOF-DATE
                       SET PLAN-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PLAN-RECORD TO PRICE-PLAN-RECORD
                       SET PLAN-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1860-FIND-PLAN-EXIT. EXIT.

      **************************************************************************
      * 1870-PRICE-TIERS
      **************************************************************************
      * PRICES THE CLIENT'S REQUEST VOLUME THROUGH THE PLAN'S TIER
      * TABLE. EACH TIER'S LIMIT IS THE CUMULATIVE REQUEST COUNT IT
      * RUNS UP TO; THE FIRST ZERO-LIMIT TIER, OR THE FIFTH, TAKES
      * WHATEVER VOLUME IS LEFT.
      **************************************************************************
       1870-PRICE-TIERS.
           MOVE WS-CLIENT-COUNT TO WS-TIER-REMAINING.
           MOVE 0 TO WS-TIER-FLOOR.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 5 OR WS-TIER-REMAINING EQUAL 0
               IF PRICE-PLAN-TIER-LIMIT(WS-TIER-IDX) EQUAL 0
                       OR WS-TIER-IDX EQUAL 5
                   MOVE WS-TIER-REMAINING TO WS-TIER-REQUESTS
               ELSE
                   IF WS-TIER-REMAINING >
                           PRICE-PLAN-TIER-LIMIT(WS-TIER-IDX)
                           - WS-TIER-FLOOR
                       COMPUTE WS-TIER-REQUESTS =
                           PRICE-PLAN-TIER-LIMIT(WS-TIER-IDX)
                           - WS-TIER-FLOOR
                   ELSE
                       MOVE WS-TIER-REMAINING TO WS-TIER-REQUESTS
                   END-IF
                   MOVE PRICE-PLAN-TIER-LIMIT(WS-TIER-IDX)
                       TO WS-TIER-FLOOR
               END-IF
               COMPUTE WS-CLIENT-CHARGE ROUNDED =
                   WS-CLIENT-CHARGE + WS-TIER-REQUESTS
                   * PRICE-PLAN-TIER-RATE(WS-TIER-IDX)
               SUBTRACT WS-TIER-REQUESTS FROM WS-TIER-REMAINING
           END-PERFORM.

       1870-PRICE-TIERS-EXIT. EXIT.

      **************************************************************************
      * 1875-PRICE-LATE-TIERS
      **************************************************************************
      * PRICES A CLIENT'S LATE REQUESTS THROUGH THE TIER TABLE AS IF
      * THEY HAD ARRIVED ON TIME - THE TIER CHARGE ON THE BASE VOLUME
      * PLUS THE LATE VOLUME, LESS THE TIER CHARGE ON THE BASE VOLUME
      * ALONE, WHICH THE REGULAR STATEMENT ALREADY BILLED.
      **************************************************************************
       1875-PRICE-LATE-TIERS.
           MOVE 0 TO WS-CLIENT-BASE.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-ENTRY-COUNT
               IF WS-BASE-CLIENT(WS-BASE-IDX) EQUAL WS-PREV-CLIENT-ID
                   MOVE WS-BASE-VOLUME(WS-BASE-IDX) TO WS-CLIENT-BASE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE WS-CLIENT-COUNT TO WS-LATE-VOLUME.
           COMPUTE WS-CLIENT-COUNT = WS-CLIENT-BASE + WS-LATE-VOLUME.
           MOVE 0 TO WS-CLIENT-CHARGE.
           PERFORM 1870-PRICE-TIERS THRU 1870-PRICE-TIERS-EXIT.
           MOVE WS-CLIENT-CHARGE TO WS-FULL-CHARGE.

           MOVE WS-CLIENT-BASE TO WS-CLIENT-COUNT.
           MOVE 0 TO WS-CLIENT-CHARGE.
           PERFORM 1870-PRICE-TIERS THRU 1870-PRICE-TIERS-EXIT.
           COMPUTE WS-CLIENT-CHARGE = WS-FULL-CHARGE - WS-CLIENT-CHARGE.

           MOVE WS-LATE-VOLUME TO WS-CLIENT-COUNT.

       1875-PRICE-LATE-TIERS-EXIT. EXIT.

      **************************************************************************
      * 1880-PRICE-OPS
      **************************************************************************
      * PRICES EACH OP ON THE PAGE AT THE PLAN'S RATE FOR IT, OR AT
      * THE PLAN'S RATE FOR UNNAMED OPS. THE LOGGED OP IS COMPARED
      * TRIMMED AND UPPER-CASED, THE WAY THE PLAN LOAD STORES IT.
      **************************************************************************
       1880-PRICE-OPS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-ENTRY-COUNT
               MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(
                   WS-OP-NAME(WS-OP-IDX))) TO WS-PRICE-OP
               MOVE PRICE-PLAN-DEFAULT-OP-RATE TO WS-PRICE-OP-RATE
               PERFORM VARYING WS-PLAN-OP-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-OP-IDX > 10
                   IF PRICE-PLAN-OP-NAME(WS-PLAN-OP-IDX)
                           EQUAL WS-PRICE-OP
                       MOVE PRICE-PLAN-OP-RATE(WS-PLAN-OP-IDX)
                           TO WS-PRICE-OP-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               COMPUTE WS-CLIENT-CHARGE ROUNDED =
                   WS-CLIENT-CHARGE
                   + WS-OP-COUNT(WS-OP-IDX) * WS-PRICE-OP-RATE
           END-PERFORM.

       1880-PRICE-OPS-EXIT. EXIT.

      **************************************************************************
      * 1900-WRITE-GRAND-TOTALS
      **************************************************************************
      * PRINTS THE GRAND TOTALS ACROSS EVERY STATEMENT PAGE. THE
      * CHARGE HERE IS THE SUM OF THE PAGE CHARGES AND THE CREDITS
      * AND DEBITS THE SUMS OF THE ADJUSTMENT LINES, SO THE NET -
      * THE SUM OF EVERY PAGE'S AMOUNT DUE - ALWAYS BALANCES BACK TO
      * THE PAGES.
      **************************************************************************
       1900-WRITE-GRAND-TOTALS.
           DISPLAY " " UPON STDOUT.
           MOVE WS-GRAND-CHARGE TO WS-GRAND-CHARGE-DISP.
           DISPLAY "GRAND TOTAL charge:   " WS-GRAND-CHARGE-DISP
               UPON STDOUT.
           MOVE WS-GRAND-CREDITS TO WS-GRAND-CHARGE-DISP.
           DISPLAY "GRAND TOTAL credits:  " WS-GRAND-CHARGE-DISP
               UPON STDOUT.
           MOVE WS-GRAND-DEBITS TO WS-GRAND-CHARGE-DISP.
           DISPLAY "GRAND TOTAL debits:   " WS-GRAND-CHARGE-DISP
               UPON STDOUT.
           COMPUTE WS-GRAND-NET =
               WS-GRAND-CHARGE - WS-GRAND-CREDITS + WS-GRAND-DEBITS.
           MOVE WS-GRAND-NET TO WS-GRAND-NET-DISP.
           DISPLAY "GRAND TOTAL net:    " WS-GRAND-NET-DISP
               UPON STDOUT.

       1900-WRITE-GRAND-TOTALS-EXIT. EXIT.

      * 1950-WRITE-EXTRACT-TRAILER
      **************************************************************************
      * CLOSES OUT THE BILLING EXTRACT WITH ITS TRAILER - THE DETAIL
      * AND ADJUSTMENT RECORD COUNTS AND THE REQUEST AND CHARGE HASH
      * TOTALS. THE CHARGE HASH IS THE SAME WS-GRAND-NET THE PRINTED
      * GRAND-TOTAL NET LINE SHOWS - THE DETAIL CHARGES LESS THE
      * CREDIT AND PLUS THE DEBIT RECORDS - SO THE EXTRACT AND THE
      * STATEMENT ALWAYS BALANCE TO EACH OTHER.
      **************************************************************************
       1950-WRITE-EXTRACT-TRAILER.
           MOVE WS-DETAIL-COUNT   TO WS-EXT-T-DETAIL-COUNT.
           MOVE WS-GRAND-COUNT    TO WS-EXT-T-REQUEST-COUNT.
           MOVE WS-GRAND-NET      TO WS-EXT-T-CHARGE-HASH.
           MOVE WS-ADJ-RECORD-COUNT TO WS-EXT-T-ADJUSTMENT-COUNT.
           WRITE EXTRACT-RECORD FROM WS-EXT-TRAILER.
           CLOSE BILLING-EXTRACT.

           DISPLAY " " UPON STDOUT.
           DISPLAY "Billing extract written: " WS-EXT-T-DETAIL-COUNT
               " detail records, " WS-EXT-T-ADJUSTMENT-COUNT
               " adjustment records." UPON STDOUT.

       1950-WRITE-EXTRACT-TRAILER-EXIT. EXIT.

      **************************************************************************
      * 1970-UPDATE-PERIOD
      **************************************************************************
      * RECORDS THE RUN ON PERIOD-CONTROL. A FULL MONTH RUN LEAVES THE
      * MONTH CLOSING WITH THIS RUN'S CUT-OFF AND VOLUME - A RE-BILL
      * BEFORE THE CLOSE MOVES THE CUT-OFF ON. A SUPPLEMENTARY RUN
      * MARKS THE LATE RECORDS IT BILLED AGAINST THE LATE MONTH AND
      * THE LAST INVOICE NUMBER IT USED AGAINST THE BILLING PERIOD,
      * CREATING THAT PERIOD'S RECORD (STILL OPEN) IF IT HAD NONE.
      * UNRESTRICTED AND SINGLE-ARCHIVE RUNS CHANGE NOTHING. AN
      * UPDATE THAT FAILS ENDS THE RUN WITH RETURN CODE 8.
      **************************************************************************
       1970-UPDATE-PERIOD.
           IF WS-STMT-MONTH EQUAL SPACES
                   OR WS-ARCHIVE-DATE NOT EQUAL SPACES
               GO TO 1970-UPDATE-PERIOD-EXIT
           END-IF.

           IF REGULAR-RUN
               MOVE WS-STMT-MONTH TO PERIOD-MONTH
               READ PERIOD-CONTROL
                   INVALID KEY
                       INITIALIZE PERIOD-RECORD
                       MOVE WS-STMT-MONTH TO PERIOD-MONTH
                       MOVE 'P' TO PERIOD-STATUS
                       MOVE WS-BILL-CUTOFF TO PERIOD-BILLED-TIMESTAMP
                       MOVE WS-GRAND-COUNT TO PERIOD-BILLED-COUNT
                       WRITE PERIOD-RECORD
                   NOT INVALID KEY
                       MOVE 'P' TO PERIOD-STATUS
                       MOVE WS-BILL-CUTOFF TO PERIOD-BILLED-TIMESTAMP
                       MOVE WS-GRAND-COUNT TO PERIOD-BILLED-COUNT
                       REWRITE PERIOD-RECORD
               END-READ
               IF NOT PERIOD-FILE-OK
                   DISPLAY "PERIOD-CONTROL not updated for "
                       WS-STMT-MONTH "! Status: " WS-PERIOD-FILE-STATUS
                       UPON STDERR
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   DISPLAY "Period " WS-STMT-MONTH " is now CLOSING -"
                       " close it with JSON-PERIOD-CLOSE once GL has"
                       " accepted the extract." UPON STDOUT
               END-IF
               IF WS-AFTER-CUTOFF > 0
                   DISPLAY WS-AFTER-CUTOFF " record(s) stamped after"
                       " the cut-off were left for the late-arrivals"
                       " file." UPON STDOUT
               END-IF
               GO TO 1970-UPDATE-PERIOD-EXIT
           END-IF.

           MOVE WS-STMT-MONTH TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-LATE-RELEASED TO PERIOD-LATE-BILLED
                   ADD 1 TO PERIOD-SUPP-COUNT
                   MOVE WS-RUN-TIMESTAMP(1:8) TO PERIOD-LAST-SUPP-DATE
                   REWRITE PERIOD-RECORD
           END-READ.
           IF NOT PERIOD-FILE-OK
               DISPLAY "PERIOD-CONTROL not updated for "
                   WS-STMT-MONTH "! Status: " WS-PERIOD-FILE-STATUS
                   " - its late arrivals would be billed again."
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
           END-IF.

           MOVE WS-BILL-PERIOD TO PERIOD-MONTH.
           READ PERIOD-CONTROL
               INVALID KEY
                   INITIALIZE PERIOD-RECORD
                   MOVE WS-BILL-PERIOD TO PERIOD-MONTH
                   MOVE 'O' TO PERIOD-STATUS
                   MOVE WS-INVOICE-NUMBER TO PERIOD-SUPP-INVOICE-HIGH
                   WRITE PERIOD-RECORD
               NOT INVALID KEY
                   MOVE WS-INVOICE-NUMBER TO PERIOD-SUPP-INVOICE-HIGH
                   REWRITE PERIOD-RECORD
           END-READ.
           IF NOT PERIOD-FILE-OK
               DISPLAY "PERIOD-CONTROL not updated for "
                   WS-BILL-PERIOD "! Status: " WS-PERIOD-FILE-STATUS
                   UPON STDERR
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       1970-UPDATE-PERIOD-EXIT. EXIT.

       END PROGRAM JSON-STATEMENT.
