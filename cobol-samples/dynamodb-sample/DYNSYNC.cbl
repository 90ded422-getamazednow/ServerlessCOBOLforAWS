001498*                 GENERATING THE LATER TABLES' CORRECTIONS
001499*                 AGAINST THE FIRST TABLE'S NAME.  SYNC EACH
001500*                 TABLE FROM ITS OWN SINGLE-TABLE DISCREP FILE.
001520* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001540*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001560*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001580******************************************************************
001600******************************************************************
001700*  DYNSYNC READS THE DISCREP FILE DYNRECON WROTE, TOGETHER WITH
001800*  THE SAME SORTED MASTERIN MASTER FILE DYNRECON MATCHED, AND
042860     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
042870                           WS-SYNC-TABLE-NAME
042880                           WS-STAT-RETURN-CODE
042890                           WS-STAT-COUNTERS
042895                           WS-SYNC-RUN-ID.
042900 8000-EXIT.
042910     EXIT.
