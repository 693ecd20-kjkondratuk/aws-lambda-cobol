      **************************************************************************
      * KEYHASHREQ - SHARED PARAMETER AREA FOR CALLS TO THE
      * JSON-KEY-HASH SUBPROGRAM. THE CALLER FILLS IN THE clientId AND
      * THE SECRET (AN API KEY AS THE CALLER PRESENTED IT); THE
      * SUBPROGRAM ANSWERS WITH THE 64-CHARACTER LOWER-CASE HEX DIGEST
      * OF THE TWO TOGETHER. THE CLIENT ID IS PART OF THE HASHED TEXT
      * SO THE SAME KEY STRING ISSUED TO TWO CLIENTS NEVER HASHES THE
      * SAME, AND A DIGEST LIFTED FROM ONE CLIENT'S RECORD PROVES
      * NOTHING FOR ANOTHER. NO VALUE CLAUSES HERE - THIS COPYBOOK IS
      * USED IN BOTH WORKING-STORAGE AND LINKAGE SECTIONS, SO EACH
      * PROGRAM INITIALIZES ITS OWN COPY BEFORE USE.
      **************************************************************************
       01  WS-KEY-HASH-AREA.
           05  WS-KH-CLIENT-ID                  PIC X(16).
           05  WS-KH-SECRET                     PIC X(64).
           05  WS-KH-DIGEST                     PIC X(64).
