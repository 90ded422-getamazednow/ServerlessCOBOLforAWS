           05 batch-command PIC X(6).
             88 batch-store-command value 'STORE'.
             88 batch-remove-command value 'REMOVE'.
      * TRANSACTIONAL WRITE - THE BRIDGE SENDS EVERY ENTRY AS ONE
      * TRANSACTWRITEITEMS CALL, SO EITHER ALL OF THEM ARE APPLIED OR
      * NONE IS.  EACH ENTRY NAMES ITS OWN TABLE AND ACTION IN
      * BATCH-ENTRY-TABLE-NAME AND BATCH-ENTRY-COMMAND, SO ONE
      * TRANSACTION CAN SPAN TABLES; BATCH-TABLE-NAME CARRIES THE
      * FIRST ENTRY'S TABLE FOR THE AUDIT TRAIL AND CAPACITY LEDGER.
      * A CANCELLED TRANSACTION COMES BACK BATCH-REQUEST-FAILED WITH
      * NOTHING APPLIED - THERE ARE NO UNPROCESSED ENTRIES TO RETRY.
             88 batch-transact-write-command value 'TWRITE'.
      * BATCH GET - THE BRIDGE FETCHES EVERY ENTRY STILL MARKED
      * BATCH-ENTRY-UNPROCESSED IN ONE BATCHGETITEM CALL AGAINST
      * BATCH-TABLE-NAME AND ANSWERS EACH ENTRY IN PLACE - '00' FOUND,
      * WITH ITS RECORD TYPE, LENGTH AND VALUE FILLED IN; 'NF' NOT
      * FOUND; STILL '99' IF DYNAMODB LEFT THE KEY UNPROCESSED, WITH
      * BATCH-UNPROCESSED-COUNT SAYING HOW MANY.  SEND THE SAME AREA
      * AGAIN TO FETCH THE KEYS LEFT UNPROCESSED.  NO KEY MAY APPEAR
      * TWICE IN ONE CALL.  DYNFETCH DRIVES THE WHOLE EXCHANGE.
             88 batch-get-command value 'BGET'.
           05 batch-aws-region PIC X(24).
           05 batch-table-name PIC X(255).
           05 batch-entry-count PIC 9(2).
             10 batch-entry-return-code PIC X(2).
               88 batch-entry-successful value '00'.
               88 batch-entry-unprocessed value '99'.
               88 batch-entry-not-found value 'NF'.
             10 batch-entry-error-message PIC X(200).
      * USED ONLY BY THE TWRITE TRANSACTIONAL WRITE, IGNORED BY
      * STORE AND REMOVE
             10 batch-entry-command PIC X(6).
               88 batch-entry-store value 'STORE'.
               88 batch-entry-remove value 'REMOVE'.
             10 batch-entry-table-name PIC X(255).
           05 dynamoDB-batch-response-area.
             10 batch-return-code PIC X(2).
               88 batch-request-successful value '00'.
