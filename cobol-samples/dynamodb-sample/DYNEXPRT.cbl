001413*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
001414*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
001415*                 OPERATIONS REPORT.
001416* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001417*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001418*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001419******************************************************************
001500******************************************************************
001600*  DYNEXPRT SCANS EXPTABLE (SUPPLIED IN WS-EXPORT-TABLE-NAME)
001700*  ONE ITEM AT A TIME, FOLLOWING THE BRIDGE'S PAGINATION-TOKEN
016565     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
016566                           WS-STAT-TABLE-NAME
016567                           WS-STAT-RETURN-CODE
016568                           WS-STAT-COUNTERS
016569                           WS-EXPORT-RUN-ID.
016570 8000-EXIT.
016571     EXIT.

