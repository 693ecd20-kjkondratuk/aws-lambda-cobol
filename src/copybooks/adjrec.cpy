      **************************************************************************
      * ADJREC - SHARED RECORD LAYOUT FOR THE INDEXED ADJUSTMENTS
      * FILE - THE CREDITS AND DEBITS BILLING RAISES AGAINST A
      * DEPARTMENT'S MONTHLY STATEMENT, E.G. USAGE FROM A RUNAWAY
      * RETRY LOOP OR REQUESTS THIS SYSTEM FAILED WITH A 500. KEYED ON
      * THE clientId, THE YYYYMM STATEMENT MONTH THE ADJUSTMENT IS
      * BILLED ON, AND A SEQUENCE NUMBER WITHIN THAT CLIENT AND MONTH.
      * THE TYPE IS 'C' = CREDIT (REDUCES WHAT THE CLIENT OWES) OR
      * 'D' = DEBIT (ADDS TO IT); THE AMOUNT IS ALWAYS HELD POSITIVE.
      * THE REASON CODE IS ONE OF:
      *   RTRY - USAGE FROM A RUNAWAY RETRY LOOP;
      *   S500 - REQUESTS THIS SYSTEM FAILED WITH A SERVER ERROR;
      *   RATE - CHARGED ON THE WRONG RATE OR PLAN;
      *   DUPL - REQUESTS BILLED TWICE;
      *   GOOD - GOODWILL, AGREED BY FINANCE;
      *   MISC - ANYTHING ELSE - THE DESCRIPTION MUST SAY WHAT.
      * THE ORIGINAL INVOICE NUMBER AND MONTH NAME THE STATEMENT
      * INVOICE THE ADJUSTMENT CORRECTS. THE ENTERING OPERATOR AND
      * TIMESTAMP RECORD WHO RAISED IT. COPIED WITH REPLACING
      * PREFIX-xxx BY yyy-xxx SO THE SAME SHAPE BACKS THE FILE IN THE
      * MAINTENANCE PROGRAM AND THE STATEMENT.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-KEY.
               10  PREFIX-CLIENT-ID             PIC X(16).
               10  PREFIX-PERIOD                PIC X(6).
               10  PREFIX-SEQ                   PIC 9(3).
           05  PREFIX-TYPE                      PIC X.
           05  PREFIX-AMOUNT                    PIC 9(7)V99.
           05  PREFIX-REASON-CODE               PIC X(4).
           05  PREFIX-ORIG-INVOICE              PIC 9(7).
           05  PREFIX-ORIG-PERIOD               PIC X(6).
           05  PREFIX-DESCRIPTION               PIC X(30).
           05  PREFIX-ENTERED-BY                PIC X(8).
           05  PREFIX-ENTERED-TIMESTAMP         PIC X(21).
