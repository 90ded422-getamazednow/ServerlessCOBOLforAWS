001300*                 DISPLAY LINES IN FORTY JOB LOGS ALSO LAND AS
001400*                 ONE FIXED-LAYOUT RECORD IN THE SHARED RUNSTATS
001500*                 FILE FOR THE DYNOPSRP DAILY OPERATIONS REPORT.
001510* 2026-10-15  JH  RUN ID - THE CALLER NOW PASSES ITS RUN ID AS A
001520*                 FIFTH PARAMETER AND IT IS WRITTEN AT THE END OF
001530*                 THE RECORD (LENGTH 483 TO 499), SO DYNPIPE CAN
001540*                 CHECK EVERY STEP OF THE NIGHTLY CHAIN RAN ON
001550*                 THE SAME RUN.  EVERY EARLIER FIELD KEEPS ITS
001560*                 OFFSET.
001600******************************************************************
001700******************************************************************
001800*  DYNSTATW APPENDS ONE RUN-STATISTICS RECORD (SEE
001900*  DynamoDBRunStat) - JOB NAME, RUN DATE/TIME, TABLE, FINAL
002000*  RETURN CODE, UP TO EIGHT LABELLED COUNTERS, AND THE RUN ID -
002100*  TO THE RUNSTATS FILE.
002200*
002300*  CALLING CONVENTION -
002400*      CALL 'DYNSTATW' USING LK-JOB-NAME
002500*                             LK-TABLE-NAME
002600*                             LK-RETURN-CODE
002700*                             LK-STAT-COUNTERS
002750*                             LK-RUN-ID
002800*
002900*  LK-STAT-COUNTERS IS A FIXED BANK OF EIGHT LABEL/VALUE SLOTS
003000*  HEADED BY A COUNT - THE CALLER MUST DECLARE ALL EIGHT SLOTS
003100*  EVEN WHEN IT FILLS FEWER, WITH THE UNUSED LABELS SPACES.
003200*  LK-RETURN-CODE IS THE JOB'S FINAL RETURN CODE, SO THE CALL
003300*  BELONGS AFTER EVERY RETURN-CODE DECISION THE JOB MAKES.
003330*  LK-RUN-ID IS THE RUN ID THE JOB WORKED UNDER (THE ONE IN ITS
003360*  INPUT OR OUTPUT HEADER), SPACES FOR A JOB THAT HAS NONE.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004500 FILE SECTION.
004600 FD  RUN-STAT-FILE
004700     RECORDING MODE IS F.
004800 01  RUN-STAT-FILE-RECORD        PIC X(499).
004900
005000 WORKING-STORAGE SECTION.
005100 COPY DynamoDBRunStat.
006800     05 LK-COUNTER-ENTRY OCCURS 8 TIMES.
006900        10 LK-COUNTER-LABEL      PIC X(16).
007000        10 LK-COUNTER-VALUE      PIC 9(9).
007050 01  LK-RUN-ID                   PIC X(16).
007100
007200 PROCEDURE DIVISION USING LK-JOB-NAME
007300                           LK-TABLE-NAME
007400                           LK-RETURN-CODE
007500                           LK-STAT-COUNTERS
007550                           LK-RUN-ID.
007600******************************************************************
007700*  0000-MAINLINE
007800******************************************************************
009700     MOVE LK-TABLE-NAME       TO stat-table-name.
009800     MOVE LK-RETURN-CODE      TO stat-return-code.
009900     MOVE LK-COUNTER-COUNT    TO stat-counter-count.
009950     MOVE LK-RUN-ID           TO stat-run-id.
010000     PERFORM 1100-MOVE-ONE-COUNTER
010100         THRU 1100-EXIT
010200         VARYING WS-COUNTER-SUB FROM 1 BY 1
