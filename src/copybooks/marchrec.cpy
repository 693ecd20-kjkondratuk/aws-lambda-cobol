      **************************************************************************
      * MARCHREC - SHARED LAYOUT OF THE CONTROL-TOTALS TRAILER THAT
      * ENDS EVERY MONTHLY AUDIT ARCHIVE (AUDIT-MONTH-YYYYMM). THE
      * RECORDS BEFORE IT ARE THE MONTH'S DAILY AUDIT-ARCH RECORDS,
      * VERBATIM IN AUDITREC LAYOUT; THE TRAILER IS THE SAME 131
      * BYTES AND IS TOLD APART BY "*TRAILER" WHERE AN AUDIT RECORD
      * CARRIES ITS TIMESTAMP, SO NO READER SELECTING ON A DATE CAN
      * EVER TAKE IT FOR A REQUEST. IT CARRIES THE MONTH, HOW MANY
      * DAILY FILES WERE CONSOLIDATED, THE RECORD COUNT, AND THE
      * COUNT PER STATUS CODE - THE FIRST EIGHT CODES SEEN, IN ORDER
      * OF FIRST APPEARANCE, WITH ANY FURTHER CODES FOLDED INTO
      * OTHER-COUNT. UNUSED STATUS ENTRIES ARE ZERO. COPIED WITH
      * REPLACING PREFIX-xxx BY yyy-xxx.
      **************************************************************************
       01  PREFIX-TRAILER.
           05  PREFIX-T-MARKER                  PIC X(8)
                                                 VALUE "*TRAILER".
           05  PREFIX-T-MONTH                   PIC X(6) VALUE SPACES.
           05  PREFIX-T-DAILY-COUNT             PIC 9(2) VALUE 0.
           05  PREFIX-T-RECORD-COUNT            PIC 9(9) VALUE 0.
           05  PREFIX-T-STATUS-ENTRY            OCCURS 8 TIMES.
               10  PREFIX-T-STATUS-CODE         PIC 9(3) VALUE 0.
               10  PREFIX-T-STATUS-COUNT        PIC 9(9) VALUE 0.
           05  PREFIX-T-OTHER-COUNT             PIC 9(9) VALUE 0.
           05  FILLER                           PIC X VALUE SPACE.
