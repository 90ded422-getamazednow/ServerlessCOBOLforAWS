      * BEFORE-IMAGE JOURNAL RECORD - ONE RECORD PER ITEM A JOB IS
      * ABOUT TO STORE OR REMOVE, WRITTEN BY DYNJRNL TO THE SHARED
      * BIJRNL FILE BEFORE THE CHANGE IS SENT TO THE BRIDGE.  THE
      * CALLER FILLS IN THE RUN ID, COMMAND, TABLE, KEYS, THE ITEM'S
      * VALUE AS READ JUST BEFORE THE CHANGE (THE BEFORE IMAGE) AND
      * THE VALUE BEING WRITTEN (THE AFTER IMAGE, SPACES FOR A
      * REMOVE); DYNJRNL STAMPS THE JOB NAME, DATE, TIME, AND A
      * SEQUENCE NUMBER THAT RUNS UP THROUGH THE JOB.  DYNBKOUT
      * REVERSES A RUN BY WALKING ITS RECORDS BACK DOWN THAT
      * SEQUENCE.  JRNL-BEFORE-IMAGE-ABSENT MEANS THE ITEM DID NOT
      * EXIST BEFORE THE CHANGE, SO BACKING IT OUT IS A REMOVE.
       01  dynamoDB-journal-record.
           05 jrnl-job-name PIC X(8).
           05 jrnl-run-id PIC X(16).
           05 jrnl-date PIC 9(8).
           05 jrnl-time PIC 9(8).
           05 jrnl-sequence PIC 9(9).
           05 jrnl-command PIC X(6).
             88 jrnl-store-command value 'STORE'.
             88 jrnl-remove-command value 'REMOVE'.
           05 jrnl-table-name PIC X(255).
           05 jrnl-key-type PIC X(2).
           05 jrnl-key-length PIC 9(5).
           05 jrnl-key-value PIC X(400).
           05 jrnl-sort-key-type PIC X(2).
           05 jrnl-sort-key-length PIC 9(5).
           05 jrnl-sort-key-value PIC X(400).
           05 jrnl-before-image-flag PIC X(1).
             88 jrnl-before-image-present value 'Y'.
             88 jrnl-before-image-absent value 'N'.
           05 jrnl-before-record-type PIC X(2).
           05 jrnl-before-record-length PIC 9(5).
           05 jrnl-before-record-value PIC X(2000).
           05 jrnl-after-record-type PIC X(2).
           05 jrnl-after-record-length PIC 9(5).
           05 jrnl-after-record-value PIC X(2000).
