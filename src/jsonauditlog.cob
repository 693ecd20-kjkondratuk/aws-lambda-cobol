                     PREFIX-N2          BY AUDIT-LOG-N2
                     PREFIX-ITEM-COUNT  BY AUDIT-LOG-ITEM-COUNT
                     PREFIX-TOTAL       BY AUDIT-LOG-TOTAL
                     PREFIX-STATUS-CODE BY AUDIT-LOG-STATUS-CODE
                     PREFIX-REQUEST-ID  BY AUDIT-LOG-REQUEST-ID
                     PREFIX-TARIFF-CODE BY AUDIT-LOG-TARIFF-CODE.

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
           MOVE WS-ITEM-COUNT         TO AUDIT-LOG-ITEM-COUNT.
           MOVE WS-RESULT             TO AUDIT-LOG-TOTAL.
           MOVE WS-STATUS-CODE        TO AUDIT-LOG-STATUS-CODE.
           MOVE WS-REQUEST-ID         TO AUDIT-LOG-REQUEST-ID.
           MOVE WS-TARIFF-CODE        TO AUDIT-LOG-TARIFF-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.

