001400*                 RAN, ITS TOTALS, ITS RETURN CODE, AND DAY-
001500*                 OVER-DAY DELTAS, WITH EVERY NONZERO RETURN
001600*                 CODE FLAGGED AT THE TOP.
001630* 2026-10-15  JH  RUNSTATS RECORD LENGTH 483 TO 499 FOR THE RUN
001660*                 ID NOW APPENDED TO EVERY RUN-STATISTICS RECORD.
001700******************************************************************
001800******************************************************************
001900*  DYNOPSRP READS THE ACCUMULATED RUNSTATS FILE AND KEEPS, FOR
005300 FILE SECTION.
005400 FD  RUN-STAT-FILE
005500     RECORDING MODE IS F.
005600 01  RUN-STAT-FILE-RECORD        PIC X(499).
005700
005800 FD  REPORT-FILE
005900     RECORDING MODE IS F.
