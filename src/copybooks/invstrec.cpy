      **************************************************************************
      * INVSTREC - SHARED RECORD LAYOUT FOR THE INDEXED INVOICE-STATUS
      * FILE - WHERE EVERY INVOICE SENT TO THE GENERAL LEDGER STANDS.
      * KEYED ON THE YYYYMM STATEMENT PERIOD AND THE INVOICE NUMBER.
      * THE STATUS IS ONE OF:
      *   S - SENT, NO ACKNOWLEDGMENT RECEIVED YET;
      *   A - ACCEPTED AND POSTED AT THE AMOUNT SENT;
      *   R - REJECTED BY THE LEDGER, WITH ITS REASON;
      *   M - ACCEPTED, BUT POSTED AT AN AMOUNT OTHER THAN THE ONE
      *       SENT.
      * THE AMOUNT IS THE NET AMOUNT DUE AS LAST SENT; THE ACK AMOUNT
      * IS WHAT THE LEDGER LAST SAID IT POSTED. THE SEND COUNT AND
      * FIRST/LAST SENT DATES (THE EXTRACT'S RUN DATE) TRACK RESENDS;
      * THE RESENT FLAG IS 'Y' ONCE A REJECTED OR MISMATCHED INVOICE
      * HAS BEEN SENT AGAIN, AND THE CLEARED DATE IS SET WHEN SUCH AN
      * INVOICE IS FINALLY ACCEPTED AT ITS AMOUNT. COPIED WITH
      * REPLACING PREFIX-xxx BY yyy-xxx.
      **************************************************************************
       01  PREFIX-RECORD.
           05  PREFIX-KEY.
               10  PREFIX-PERIOD                PIC X(6).
               10  PREFIX-INVOICE-NUMBER        PIC 9(7).
           05  PREFIX-CLIENT-ID                 PIC X(16).
           05  PREFIX-STATUS                    PIC X.
           05  PREFIX-AMOUNT                    PIC S9(9)V99.
           05  PREFIX-SEND-COUNT                PIC 9(3).
           05  PREFIX-FIRST-SENT-DATE           PIC X(8).
           05  PREFIX-LAST-SENT-DATE            PIC X(8).
           05  PREFIX-RESENT-FLAG               PIC X.
           05  PREFIX-ACK-AMOUNT                PIC S9(9)V99.
           05  PREFIX-POSTING-REF               PIC X(16).
           05  PREFIX-REJECT-REASON             PIC X(40).
           05  PREFIX-REJECT-COUNT              PIC 9(3).
           05  PREFIX-LAST-ACK-DATE             PIC X(8).
           05  PREFIX-CLEARED-DATE              PIC X(8).
