      **************************************************************************
      * ACKREC - SHARED RECORD LAYOUT FOR THE GL-ACK FILE THE GENERAL-
      * LEDGER INTERFACE RETURNS AFTER POSTING A BILLING-EXTRACT - ONE
      * FIXED-FORMAT RECORD PER INVOICE IT PROCESSED. THE RESULT IS
      * 'A' = ACCEPTED (POSTED UNDER THE POSTING REFERENCE GIVEN) OR
      * 'R' = REJECTED (WITH THE LEDGER'S REASON). THE INVOICE NUMBER
      * AND YYYYMM PERIOD ARE ECHOED FROM THE EXTRACT'S 'D' RECORD,
      * AND THE AMOUNT IS WHAT THE LEDGER POSTED - THE INVOICE'S NET
      * AMOUNT DUE, ZONED WITH TWO IMPLIED DECIMALS AND A LEADING
      * SIGN. COPIED WITH REPLACING PREFIX-xxx BY yyy-xxx.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-RESULT                    PIC X.
           05  PREFIX-INVOICE-NUMBER            PIC 9(7).
           05  PREFIX-PERIOD                    PIC X(6).
           05  PREFIX-CLIENT-ID                 PIC X(16).
           05  PREFIX-AMOUNT                    PIC S9(9)V99
                                                 SIGN LEADING SEPARATE.
           05  PREFIX-POSTING-REF               PIC X(16).
           05  PREFIX-REJECT-REASON             PIC X(40).
