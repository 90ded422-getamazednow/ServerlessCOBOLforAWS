001880*                 LONGER OVERRUN IT; A C OR N DEFINITION WHOSE
001890*                 OUTPUT LENGTH EXCEEDS 2000 IS REFUSED UP FRONT
001891*                 LIKE THE PACKED AND BINARY BOUNDS.
001893* 2026-10-15  JH  THE DYNSTATW CALL PASSES THE NEW RUN-ID FIELD
001895*                 OF THE RUN STATISTICS RECORD - BLANK, AS THIS
001897*                 JOB HAS NO RUN ID.
001900******************************************************************
002000******************************************************************
002100*  DYNLOADB READS BUSIN - THE BUSINESS MASTER, ANY FIXED LAYOUT
012022     05 FILLER                   PIC 9(09)   VALUE ZERO.
012023     05 FILLER                   PIC X(16)   VALUE SPACES.
012024     05 FILLER                   PIC 9(09)   VALUE ZERO.
012054 77  WS-STAT-RUN-ID              PIC X(16)   VALUE SPACES.
012100
012200 01  WS-TYPE-PARM-LINE.
012300     05 WS-PARM-KEY-TYPE         PIC X(02).
060400     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
060500                           WS-BUILD-TABLE-NAME
060600                           WS-STAT-RETURN-CODE
060700                           WS-STAT-COUNTERS
060750                           WS-STAT-RUN-ID.
060800 8000-EXIT.
060900     EXIT.
