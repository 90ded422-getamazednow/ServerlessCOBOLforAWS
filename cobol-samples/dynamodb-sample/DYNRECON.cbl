001524*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
001525*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
001526*                 OPERATIONS REPORT.
001536* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001546*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001556*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001566******************************************************************
001600******************************************************************
001700*  DYNRECON EXPECTS BOTH MASTERIN (THE MAINFRAME MASTER) AND
001800*  DYNEXPRT (THE DYNAMODB TABLE DUMP PRODUCED BY PROGRAM
025142     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
025143                           WS-RECON-TABLE-NAME
025144                           WS-STAT-RETURN-CODE
025145                           WS-STAT-COUNTERS
025245                           WS-EXPORT-RUN-ID.
025345 8000-EXIT.
025445     EXIT.
