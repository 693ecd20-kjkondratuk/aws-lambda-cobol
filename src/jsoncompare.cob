                     PREFIX-REC-NUM       BY OLD-REC-NUM
                     PREFIX-STATUS-CODE   BY OLD-STATUS-CODE
                     PREFIX-RESULT        BY OLD-RESULT
                     PREFIX-ERROR-MESSAGE BY OLD-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY OLD-REQUEST-ID.

       FD  CAPTURE-NEW.
       COPY "caprec.cpy"
                     PREFIX-REC-NUM       BY NEW-REC-NUM
                     PREFIX-STATUS-CODE   BY NEW-STATUS-CODE
                     PREFIX-RESULT        BY NEW-RESULT
                     PREFIX-ERROR-MESSAGE BY NEW-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY NEW-REQUEST-ID.

       WORKING-STORAGE SECTION.
      **************************************************************************
