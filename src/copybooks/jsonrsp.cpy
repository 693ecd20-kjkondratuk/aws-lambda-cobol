      * STATUS 429 IS RETURNED WHEN A CLIENT HAS USED UP ITS MONTHLY
      * REQUEST QUOTA - DISTINCT FROM A 400 SO THE CALLER'S RETRY
      * LOGIC KNOWS TO BACK OFF RATHER THAN CORRECT AND RESEND.
      * STATUS 401 IS RETURNED WHEN THE API KEY A REQUEST PRESENTS IS
      * MISSING OR DOES NOT MATCH A LIVE CREDENTIAL FOR ITS clientId -
      * AN AUTHENTICATION FAILURE, NOT A BAD REQUEST, SO THE CALLER
      * FIXES ITS KEY RATHER THAN ITS PAYLOAD.
      **************************************************************************
       01  WS-RESPONSE.
           05  WS-STATUS-CODE                   PIC 9(3).
               88 STATUS-OK                     VALUE 200.
               88 STATUS-BAD-REQUEST            VALUE 400.
               88 STATUS-UNAUTHORIZED           VALUE 401.
               88 STATUS-QUOTA-EXCEEDED         VALUE 429.
               88 STATUS-SERVER-ERROR           VALUE 500.
           05  WS-RESULT                        PIC S9(8)V9(4).
