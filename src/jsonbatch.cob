                     PREFIX-REC-NUM       BY CAPTURE-REC-NUM
                     PREFIX-STATUS-CODE   BY CAPTURE-STATUS-CODE
                     PREFIX-RESULT        BY CAPTURE-RESULT
                     PREFIX-ERROR-MESSAGE BY CAPTURE-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY CAPTURE-REQUEST-ID.

      **************************************************************************
      * WORK COPIES USED ON A RESUMED RUN TO DROP REJECT AND CAPTURE
                     PREFIX-REC-NUM       BY TRIMCAP-REC-NUM
                     PREFIX-STATUS-CODE   BY TRIMCAP-STATUS-CODE
                     PREFIX-RESULT        BY TRIMCAP-RESULT
                     PREFIX-ERROR-MESSAGE BY TRIMCAP-ERROR-MESSAGE
                     PREFIX-REQUEST-ID    BY TRIMCAP-REQUEST-ID.

       WORKING-STORAGE SECTION.
      **************************************************************************
           MOVE WS-STATUS-CODE      TO CAPTURE-STATUS-CODE.
           MOVE WS-RESULT           TO CAPTURE-RESULT.
           MOVE WS-ERROR-MESSAGE    TO CAPTURE-ERROR-MESSAGE.
           MOVE WS-REQUEST-ID       TO CAPTURE-REQUEST-ID.
           WRITE CAPTURE-RECORD.

       1600-WRITE-CAPTURE-EXIT. EXIT.
