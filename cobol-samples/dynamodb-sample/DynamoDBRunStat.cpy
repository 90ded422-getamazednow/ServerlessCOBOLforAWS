      * SLOTS SO ONE LAYOUT SERVES EVERY JOB IN THE SUITE -
      * STAT-COUNTER-COUNT SAYS HOW MANY SLOTS THE JOB FILLED AND THE
      * REST ARE SPACES/ZEROS.
      *
      * STAT-RUN-ID IS THE RUN ID THE JOB WORKED UNDER (SPACES FOR A
      * JOB THAT HAS NONE), SO DYNPIPE CAN CHECK EVERY STEP OF THE
      * NIGHTLY CHAIN RAN ON THE SAME RUN.  IT WAS ADDED AFTER THE
      * COUNTERS SO EVERY EARLIER FIELD KEEPS ITS OFFSET; THE RECORD
      * IS 499 BYTES.
       01  dynamoDB-run-stat-record.
           05 stat-job-name PIC X(8).
           05 stat-run-date PIC 9(8).
           05 stat-counter-entry OCCURS 8 TIMES.
              10 stat-counter-label PIC X(16).
              10 stat-counter-value PIC 9(9).
           05 stat-run-id PIC X(16).
