002130*                 SLICES FROM DIFFERENT RUNS FAIL THE MERGE, AND
002140*                 THE MERGED HEADER CARRIES THE ID FORWARD FOR
002150*                 DYNRECON AND DYNSYNC TO VERIFY.
002160* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
002170*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
002180*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
002200******************************************************************
002300******************************************************************
002400*  DYNMERGE READS SLICEIN - IN THE JCL THIS IS THE CONCATENATION
033400     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
033500                           WS-MERGE-TABLE-NAME
033600                           WS-STAT-RETURN-CODE
033700                           WS-STAT-COUNTERS
033750                           WS-MERGE-RUN-ID.
033800 8000-EXIT.
033900     EXIT.
