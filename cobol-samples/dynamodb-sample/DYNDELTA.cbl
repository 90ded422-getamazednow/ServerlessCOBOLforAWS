001520*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
001530*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
001540*                 OPERATIONS REPORT.
001550* 2026-10-15  JH  THE DYNSTATW CALL PASSES THE NEW RUN-ID FIELD
001560*                 OF THE RUN STATISTICS RECORD - BLANK, AS THIS
001570*                 JOB HAS NO RUN ID.
001600******************************************************************
001700******************************************************************
001800*  DYNDELTA EXPECTS BOTH MASTERIN (TONIGHT'S MASTER) AND
009924     05 FILLER                   PIC 9(09)   VALUE ZERO.
009925     05 FILLER                   PIC X(16)   VALUE SPACES.
009926     05 FILLER                   PIC 9(09)   VALUE ZERO.
009956 77  WS-STAT-RUN-ID              PIC X(16)   VALUE SPACES.
010000
010100 01  WS-TYPE-PARM-LINE.
010200     05 WS-PARM-KEY-TYPE         PIC X(02).
043200     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
043300                           WS-DELTA-TABLE-NAME
043400                           WS-STAT-RETURN-CODE
043500                           WS-STAT-COUNTERS
043550                           WS-STAT-RUN-ID.
043600 8000-EXIT.
043700     EXIT.
