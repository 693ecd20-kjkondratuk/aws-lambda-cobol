                     PREFIX-REC-NUM       BY PARTCAP-REC-NUM
                     PREFIX-STATUS-CODE   BY PARTCAP-STATUS-CODE
                     PREFIX-RESULT        BY PARTCAP-RESULT
                     PREFIX-ERROR-MESSAGE BY PARTCAP-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY PARTCAP-REQUEST-ID.

       FD  REJECT-FILE.
       COPY "rejrec.cpy"
                     PREFIX-REC-NUM       BY CAPTURE-REC-NUM
                     PREFIX-STATUS-CODE   BY CAPTURE-STATUS-CODE
                     PREFIX-RESULT        BY CAPTURE-RESULT
                     PREFIX-ERROR-MESSAGE BY CAPTURE-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY CAPTURE-REQUEST-ID.

       WORKING-STORAGE SECTION.
      **************************************************************************
