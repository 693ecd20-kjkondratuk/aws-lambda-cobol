                     PREFIX-CLIENT-ID    BY CLIENT-ID
                     PREFIX-STATUS-FLAG  BY CLIENT-STATUS-FLAG
                     PREFIX-ENTITLEMENTS BY CLIENT-ENTITLEMENTS
                     PREFIX-DESCRIPTION  BY CLIENT-DESCRIPTION
                     PREFIX-PLAN-CODE    BY CLIENT-PLAN-CODE.

       FD  USAGE-COUNTERS.
       COPY "usagerec.cpy"
