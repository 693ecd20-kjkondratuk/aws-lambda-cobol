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
      * THE AUDIT LOG RESORTED INTO TIMESTAMP ORDER SO THE CONTROL
                     PREFIX-N2          BY SORTED-N2
                     PREFIX-ITEM-COUNT  BY SORTED-ITEM-COUNT
                     PREFIX-TOTAL       BY SORTED-TOTAL
                     PREFIX-STATUS-CODE BY SORTED-STATUS-CODE
                     PREFIX-REQUEST-ID  BY SORTED-REQUEST-ID
                     PREFIX-TARIFF-CODE BY SORTED-TARIFF-CODE.

      **************************************************************************
      * OPTIONAL PARAMETER FILE CARRYING THE EXCEPTION THRESHOLD AS A
