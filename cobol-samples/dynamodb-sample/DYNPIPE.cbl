000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNPIPE.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - NIGHTLY PIPELINE CONTROLLER.
001100*                 RUN BY THE SCHEDULER AFTER EVERY STEP OF THE
001200*                 EXPORT/MERGE/RECON/SYNC/EDIT/LOAD/VERIFY CHAIN,
001300*                 IT READS EACH STEP'S RUNSTATS RECORD AGAINST THE
001400*                 PIPEDEF DEFINITION AND WRITES THE GO/NO-GO
001500*                 DECISION THE OPERATORS USED TO MAKE BY HAND.
001501* 2026-10-15  JH  RESTART DATE AND TIME ON SYSIN (COLS 30-45) -
001502*                 RECORDS OF THE RESTART STEP AND LATER STEPS FROM
001503*                 BEFORE THE RESTART COUNT AS NOT RUN, SO A
001504*                 RESTART GETS ITS GO INSTEAD OF THE OLD NOGO.
001600******************************************************************
001700******************************************************************
001800*  DYNPIPE READS THE PIPELINE DEFINITION (PIPEDEF) AND THE SHARED
001900*  RUNSTATS FILE DYNSTATW APPENDS TO, AND FOR EACH STEP OF THE
002000*  CHAIN, IN ORDER, TAKES THE LATEST RUNSTATS RECORD OF THE STEP'S
002100*  JOB (AND TABLE, WHEN THE STEP NAMES ONE) DATED ON OR AFTER THE
002200*  PIPELINE DATE.  EACH STEP THAT HAS RUN IS CHECKED -
002300*
002400*      ITS RETURN CODE MUST BE ONE THE STEP ACCEPTS
002500*      ITS RUN ID MUST MATCH THE RUN ID OF THE CHAIN (WHEN THE
002600*          STEP IS MARKED AS CARRYING ONE)
002700*      EVERY COUNTER LIMIT DEFINED FOR THE STEP MUST HOLD
002800*
002900*  THE FIRST STEP WITH NO RECORD YET IS THE NEXT STEP TO RUN.  A
002901*  RECORD OLDER THAN THE PRECEDING STEP'S RECORD IS LEFT OVER FROM
002902*  AN EARLIER ATTEMPT AND COUNTS AS NOT RUN.  ON A RESTART, SO
002903*  DOES A RECORD OF THE RESTART STEP OR A LATER STEP STAMPED
002904*  BEFORE THE RESTART DATE AND TIME.  THE FIRST STEP THAT FAILS A
002905*  CHECK STOPS THE CHAIN.
003300*
003400*  THE DECISION FILE GETS ONE RECORD THE SCHEDULER ACTS ON -
003500*
003600*      GO    THE STEPS SO FAR PASSED; RUN DCSN-STEP-NUMBER NEXT
003700*      NOGO  DCSN-STEP-NUMBER FAILED ITS CHECKS (OR THE DEFINITION
003800*            IS INVALID, STEP 00); HOLD THE CHAIN, AND RESTART
003900*            FROM THAT STEP ONCE IT IS FIXED
004000*      DONE  EVERY STEP HAS RUN AND PASSED
004100*
004200*  THE PIPERPT STATUS REPORT SHOWS EVERY STEP WITH ITS STATUS,
004300*  RETURN CODE, RUN ID, AND RUN TIME, AND EACH FAILED CHECK UNDER
004400*  THE STEP THAT FAILED IT.
004500*
004600*  PIPEDEF RECORDS (300 BYTES, IN STEP ORDER) -
004700*      COL  1      'S' STEP, 'L' COUNTER LIMIT FOR THE STEP BEFORE
004800*                  IT, '*' COMMENT
004900*      STEP -
005000*      COLS 2-3    STEP NUMBER, ASCENDING
005100*      COLS 4-11   JOB NAME AS WRITTEN TO RUNSTATS
005200*      COL  12     'Y' THE STEP CARRIES THE CHAIN'S RUN ID, 'N' IT
005300*                  DOES NOT (ITS RUN ID IS NOT CHECKED)
005400*      COLS 13-22  UP TO FIVE ACCEPTABLE RETURN CODES, TWO DIGITS
005500*                  EACH (ALL BLANK = 00 ONLY)
005600*      COLS 23-277 TABLE NAME (BLANK = THE JOB'S LATEST RECORD FOR
005700*                  ANY TABLE)
005800*      LIMIT -
005900*      COLS 2-3    STEP NUMBER (MUST BE THE STEP JUST DEFINED)
006000*      COLS 4-19   COUNTER LABEL AS THE JOB WRITES IT TO RUNSTATS
006100*      COLS 20-21  LE, LT, GE, GT, EQ, OR NE
006200*      COLS 22-30  LIMIT VALUE
006300*
006400*  SYSIN PARAMETER RECORD (OPTIONAL) -
006500*      COLS 1-8    PIPELINE DATE, YYYYMMDD - RUNSTATS RECORDS
006600*                  DATED BEFORE IT ARE IGNORED (BLANK = TODAY)
006700*      COLS 10-11  RESTART STEP - STEPS BEFORE IT ARE BYPASSED, SO
006800*                  A FAILED NIGHT RESUMES AT THE FAILED STEP
006900*                  (BLANK OR 00 = CHECK FROM THE FIRST STEP)
007000*      COLS 13-28  RUN ID OF THE CHAIN (BLANK = THE RUN ID OF THE
007100*                  FIRST CHECKED STEP THAT CARRIES ONE)
007101*      COLS 30-37  RESTART DATE, YYYYMMDD, AND
007102*      COLS 38-45  RESTART TIME, HHMMSSTT (BLANK = 00000000) -
007103*                  WHEN THE RESTART BEGAN.  REQUIRED WITH A
007104*                  RESTART STEP
007200*
007300*  RETURN CODES -
007400*      0   GO - THE NEXT STEP MAY RUN
007500*      4   DONE - THE CHAIN IS COMPLETE
007600*      8   NOGO - A STEP FAILED ITS CHECKS
007700*      16  NOGO - THE PIPELINE DEFINITION OR SYSIN IS INVALID
007800******************************************************************
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER.   IBM-370.
008200 OBJECT-COMPUTER.   IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT PIPELINE-DEF-FILE ASSIGN TO PIPEDEF
008600         ORGANIZATION IS SEQUENTIAL.
008700     SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
008800         ORGANIZATION IS SEQUENTIAL.
008900     SELECT DECISION-FILE ASSIGN TO PIPEDCSN
009000         ORGANIZATION IS SEQUENTIAL.
009100     SELECT REPORT-FILE ASSIGN TO PIPERPT
009200         ORGANIZATION IS SEQUENTIAL.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  PIPELINE-DEF-FILE
009600     RECORDING MODE IS F.
009700 01  PIPELINE-STEP-RECORD.
009800     05 PDEF-RECORD-TYPE         PIC X(01).
009900       88 PDEF-IS-STEP           VALUE 'S'.
010000       88 PDEF-IS-LIMIT          VALUE 'L'.
010100       88 PDEF-IS-COMMENT        VALUE '*'.
010200     05 PDEF-STEP-NUMBER         PIC X(02).
010300     05 PDEF-STEP-NUMBER-N REDEFINES
010400        PDEF-STEP-NUMBER         PIC 9(02).
010500     05 PDEF-JOB-NAME            PIC X(08).
010600     05 PDEF-RUN-ID-CHECK        PIC X(01).
010700       88 PDEF-RUN-ID-CHECK-VALID VALUE 'Y' 'N'.
010800     05 PDEF-ACCEPT-RC           PIC X(02) OCCURS 5 TIMES.
010900     05 PDEF-TABLE-NAME          PIC X(255).
011000     05 FILLER                   PIC X(23).
011100 01  PIPELINE-LIMIT-RECORD.
011200     05 FILLER                   PIC X(01).
011300     05 PDEF-LIM-STEP-NUMBER     PIC X(02).
011400     05 PDEF-LIM-LABEL           PIC X(16).
011500     05 PDEF-LIM-OPERATOR        PIC X(02).
011600       88 PDEF-LIM-OPERATOR-VALID VALUE 'LE' 'LT' 'GE' 'GT'
011700                                        'EQ' 'NE'.
011800     05 PDEF-LIM-VALUE           PIC X(09).
011900     05 PDEF-LIM-VALUE-N REDEFINES
012000        PDEF-LIM-VALUE           PIC 9(09).
012100     05 FILLER                   PIC X(270).
012200
012300 FD  RUN-STAT-FILE
012400     RECORDING MODE IS F.
012500 01  RUN-STAT-FILE-RECORD        PIC X(499).
012600
012700 FD  DECISION-FILE
012800     RECORDING MODE IS F.
012900 01  DECISION-RECORD.
013000     05 DCSN-DECISION            PIC X(04).
013100       88 DCSN-GO                VALUE 'GO'.
013200       88 DCSN-NOGO              VALUE 'NOGO'.
013300       88 DCSN-DONE              VALUE 'DONE'.
013400     05 FILLER                   PIC X(01).
013500     05 DCSN-STEP-NUMBER         PIC 9(02).
013600     05 FILLER                   PIC X(01).
013700     05 DCSN-JOB-NAME            PIC X(08).
013800     05 FILLER                   PIC X(01).
013900     05 DCSN-RUN-ID              PIC X(16).
014000     05 FILLER                   PIC X(01).
014100     05 DCSN-DECISION-DATE       PIC 9(08).
014200     05 FILLER                   PIC X(01).
014300     05 DCSN-DECISION-TIME       PIC 9(08).
014400     05 FILLER                   PIC X(01).
014500     05 DCSN-REASON              PIC X(28).
014600
014700 FD  REPORT-FILE
014800     RECORDING MODE IS F.
014900 01  REPORT-RECORD               PIC X(132).
015000
015100 WORKING-STORAGE SECTION.
015200 COPY DynamoDBRunStat.
015300
015400 77  WS-PDEF-EOF-SWITCH          PIC X(01)   VALUE 'N'.
015500     88 WS-PDEF-AT-EOF                       VALUE 'Y'.
015600 77  WS-STAT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
015700     88 WS-STAT-AT-EOF                       VALUE 'Y'.
015800 77  WS-DEF-INVALID-SWITCH       PIC X(01)   VALUE 'N'.
015900     88 WS-DEF-INVALID                       VALUE 'Y'.
016000 77  WS-CHAIN-STOPPED-SWITCH     PIC X(01)   VALUE 'N'.
016100     88 WS-CHAIN-STOPPED                     VALUE 'Y'.
016200 77  WS-STEP-FAILED-SWITCH       PIC X(01)   VALUE 'N'.
016300     88 WS-STEP-FAILED                       VALUE 'Y'.
016400 77  WS-RC-ACCEPTED-SWITCH       PIC X(01)   VALUE 'N'.
016500     88 WS-RC-ACCEPTED                       VALUE 'Y'.
016600 77  WS-LIMIT-FAILED-SWITCH      PIC X(01)   VALUE 'N'.
016700     88 WS-LIMIT-FAILED                      VALUE 'Y'.
016800 77  WS-DEF-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
016900 77  WS-STAT-RECORDS-READ        PIC 9(09) COMP VALUE ZERO.
017000 77  WS-STAT-RECORDS-USED        PIC 9(09) COMP VALUE ZERO.
017100 77  WS-STEPS-PASSED             PIC 9(03) COMP VALUE ZERO.
017200 77  WS-STEP-SUB                 PIC 9(02) COMP VALUE ZERO.
017300 77  WS-RC-SUB                   PIC 9(02) COMP VALUE ZERO.
017400 77  WS-LIM-SUB                  PIC 9(02) COMP VALUE ZERO.
017500 77  WS-CTR-SUB                  PIC 9(02) COMP VALUE ZERO.
017600 77  WS-CTR-HIT-SUB              PIC 9(02) COMP VALUE ZERO.
017700 77  WS-HELD-SUB                 PIC 9(02) COMP VALUE ZERO.
017800 77  WS-STEP-MAX                 PIC 9(02) COMP VALUE 20.
017900 77  WS-LIMIT-MAX                PIC 9(02) COMP VALUE 8.
018000 77  WS-PIPELINE-DATE            PIC 9(08)   VALUE ZERO.
018100 77  WS-RESTART-STEP             PIC 9(02)   VALUE ZERO.
018101 77  WS-RESTART-DATE             PIC 9(08)   VALUE ZERO.
018102 77  WS-RESTART-TIME             PIC 9(08)   VALUE ZERO.
018103 77  WS-RESTART-STAMP            PIC 9(16)   VALUE ZERO.
018200 77  WS-CHAIN-RUN-ID             PIC X(16)   VALUE SPACES.
018300 77  WS-STAT-RC-X                PIC X(02)   VALUE SPACES.
018400 77  WS-STAT-RC-N REDEFINES
018500     WS-STAT-RC-X                PIC 9(02).
018600 77  WS-ACTUAL-VALUE             PIC 9(09)   VALUE ZERO.
018700 77  WS-LIMIT-VALUE              PIC 9(09)   VALUE ZERO.
018800 77  WS-PREV-STAMP               PIC 9(16)   VALUE ZERO.
018900 77  WS-STEP-STAMP               PIC 9(16)   VALUE ZERO.
019000 77  WS-RECORD-STAMP             PIC 9(16)   VALUE ZERO.
019100
019200 01  WS-PARM-LINE.
019300     05 WS-PARM-PIPELINE-DATE    PIC X(08).
019400     05 WS-PARM-PIPELINE-DATE-N REDEFINES
019500        WS-PARM-PIPELINE-DATE    PIC 9(08).
019600     05 FILLER                   PIC X(01).
019700     05 WS-PARM-RESTART-STEP     PIC X(02).
019800     05 WS-PARM-RESTART-STEP-N REDEFINES
019900        WS-PARM-RESTART-STEP     PIC 9(02).
020000     05 FILLER                   PIC X(01).
020100     05 WS-PARM-RUN-ID           PIC X(16).
020101     05 FILLER                   PIC X(01).
020102     05 WS-PARM-RESTART-DATE     PIC X(08).
020103     05 WS-PARM-RESTART-DATE-N REDEFINES
020104        WS-PARM-RESTART-DATE     PIC 9(08).
020105     05 WS-PARM-RESTART-TIME     PIC X(08).
020106     05 WS-PARM-RESTART-TIME-N REDEFINES
020107        WS-PARM-RESTART-TIME     PIC 9(08).
020108     05 FILLER                   PIC X(35).
020300
020400 01  WS-RUN-DATE-TIME.
020500     05 WS-RUN-YYYYMMDD          PIC 9(08).
020600     05 WS-RUN-HHMMSSTT          PIC 9(08).
020700
020800 01  WS-DECISION-AREA.
020900     05 WS-DECISION              PIC X(04)   VALUE SPACES.
021000       88 WS-DECISION-GO                     VALUE 'GO'.
021100       88 WS-DECISION-NOGO                   VALUE 'NOGO'.
021200       88 WS-DECISION-DONE                   VALUE 'DONE'.
021300     05 WS-DECISION-STEP         PIC 9(02)   VALUE ZERO.
021400     05 WS-DECISION-JOB          PIC X(08)   VALUE SPACES.
021500     05 WS-DECISION-REASON       PIC X(29)   VALUE SPACES.
021600
021700 01  WS-STEP-TABLE.
021800     05 WS-STEP-COUNT            PIC 9(02) COMP VALUE ZERO.
021900     05 WS-STEP OCCURS 20 TIMES.
022000        10 WS-STP-NUMBER         PIC 9(02).
022100        10 WS-STP-JOB-NAME       PIC X(08).
022200        10 WS-STP-RUN-ID-CHECK   PIC X(01).
022300           88 WS-STP-CARRIES-RUN-ID          VALUE 'Y'.
022400        10 WS-STP-ACCEPT-RC      PIC X(02) OCCURS 5 TIMES.
022500        10 WS-STP-TABLE-NAME     PIC X(255).
022600        10 WS-STP-LIMIT-COUNT    PIC 9(02) COMP.
022700        10 WS-STP-LIMIT OCCURS 8 TIMES.
022800           15 WS-LIM-LABEL       PIC X(16).
022900           15 WS-LIM-OPERATOR    PIC X(02).
023000           15 WS-LIM-VALUE       PIC 9(09).
023100        10 WS-STP-FOUND-SWITCH   PIC X(01).
023200           88 WS-STP-FOUND                   VALUE 'Y'.
023300        10 WS-STP-STAT-DATE      PIC 9(08).
023400        10 WS-STP-STAT-TIME      PIC 9(08).
023500        10 WS-STP-STAT-RC        PIC 9(02).
023600        10 WS-STP-STAT-RUN-ID    PIC X(16).
023700        10 WS-STP-CTR-COUNT      PIC 9(02).
023800        10 WS-STP-CTR OCCURS 8 TIMES.
023900           15 WS-CTR-LABEL       PIC X(16).
024000           15 WS-CTR-VALUE       PIC 9(09).
024100        10 WS-STP-STATUS         PIC X(08).
024200
024300 01  WS-HEADING-1.
024400     05 FILLER PIC X(40) VALUE
024500        'DYNPIPE  - NIGHTLY PIPELINE STATUS FOR  '.
024600     05 WS-HDG-PIPELINE-DATE     PIC 9(08).
024700     05 FILLER PIC X(10) VALUE '  RUN ID  '.
024800     05 WS-HDG-RUN-ID            PIC X(16).
024900     05 FILLER PIC X(17) VALUE '  RESTART STEP   '.
025000     05 WS-HDG-RESTART-STEP      PIC 9(02).
025001     05 FILLER PIC X(06) VALUE '  AT  '.
025002     05 WS-HDG-RESTART-DATE      PIC 9(08).
025003     05 FILLER                   PIC X(01) VALUE SPACES.
025004     05 WS-HDG-RESTART-TIME      PIC 9(08).
025005     05 FILLER                   PIC X(16) VALUE SPACES.
025200 01  WS-HEADING-2.
025300     05 FILLER PIC X(50) VALUE
025400        'STEP JOB       STATUS    RC  RUN ID            RUN'.
025500     05 FILLER PIC X(22) VALUE
025600        ' DATE / TIME    TABLE '.
025700     05 FILLER                   PIC X(60) VALUE SPACES.
025800
025900 01  WS-STEP-LINE.
026000     05 FILLER                   PIC X(01) VALUE SPACES.
026100     05 WS-SLN-STEP-NUMBER       PIC 9(02).
026200     05 FILLER                   PIC X(02) VALUE SPACES.
026300     05 WS-SLN-JOB-NAME          PIC X(08).
026400     05 FILLER                   PIC X(02) VALUE SPACES.
026500     05 WS-SLN-STATUS            PIC X(08).
026600     05 FILLER                   PIC X(02) VALUE SPACES.
026700     05 WS-SLN-RC                PIC X(02).
026800     05 FILLER                   PIC X(02) VALUE SPACES.
026900     05 WS-SLN-RUN-ID            PIC X(16).
027000     05 FILLER                   PIC X(02) VALUE SPACES.
027100     05 WS-SLN-RUN-DATE          PIC X(08).
027200     05 FILLER                   PIC X(01) VALUE SPACES.
027300     05 WS-SLN-RUN-TIME          PIC X(08).
027400     05 FILLER                   PIC X(02) VALUE SPACES.
027500     05 WS-SLN-TABLE-NAME        PIC X(40).
027600     05 FILLER                   PIC X(26) VALUE SPACES.
027700
027800 01  WS-CHECK-LINE.
027900     05 FILLER                   PIC X(09) VALUE SPACES.
028000     05 WS-CKL-TEXT              PIC X(32).
028100     05 WS-CKL-SUBJECT           PIC X(16).
028200     05 FILLER                   PIC X(02) VALUE SPACES.
028300     05 WS-CKL-ACTUAL            PIC X(16).
028400     05 FILLER                   PIC X(02) VALUE SPACES.
028500     05 WS-CKL-EXPECTED          PIC X(24).
028600     05 FILLER                   PIC X(31) VALUE SPACES.
028700 01  WS-EDITED-VALUE             PIC ZZZ,ZZZ,ZZ9.
028800 01  WS-ACCEPT-LIST.
028900     05 WS-ACCEPT-LIST-ENTRY OCCURS 5 TIMES.
029000        10 WS-ACCEPT-LIST-RC     PIC X(02).
029100        10 FILLER                PIC X(01).
029200
029300 01  WS-DECISION-LINE.
029400     05 FILLER PIC X(20) VALUE
029500        'PIPELINE DECISION - '.
029600     05 WS-DLN-DECISION          PIC X(04).
029700     05 FILLER PIC X(07) VALUE '  STEP '.
029800     05 WS-DLN-STEP-NUMBER       PIC 9(02).
029900     05 FILLER                   PIC X(01) VALUE SPACES.
030000     05 WS-DLN-JOB-NAME          PIC X(08).
030100     05 FILLER                   PIC X(02) VALUE SPACES.
030200     05 WS-DLN-REASON            PIC X(29).
030300     05 FILLER PIC X(10) VALUE '  RUN ID  '.
030400     05 WS-DLN-RUN-ID            PIC X(16).
030500     05 FILLER                   PIC X(33) VALUE SPACES.
030600
030700 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
030800
030900 01  WS-HELD-CHECK-LINES.
031000     05 WS-HELD-LINE-COUNT       PIC 9(02) COMP VALUE ZERO.
031100     05 WS-HELD-LINE             PIC X(132) OCCURS 10 TIMES.
031200
031300 PROCEDURE DIVISION.
031400******************************************************************
031500*  0000-MAINLINE
031600******************************************************************
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE
031900         THRU 1000-EXIT.
032000     IF NOT WS-DEF-INVALID
032100         PERFORM 2000-PROCESS-ONE-STAT-RECORD
032200             THRU 2000-EXIT
032300             UNTIL WS-STAT-AT-EOF
032400         PERFORM 3000-EVALUATE-PIPELINE
032500             THRU 3000-EXIT
032600     END-IF.
032700     PERFORM 5000-WRITE-DECISION
032800         THRU 5000-EXIT.
032900     PERFORM 4000-TERMINATE
033000         THRU 4000-EXIT.
033100     GOBACK.
033200
033300******************************************************************
033400*  1000-INITIALIZE - OPEN FILES, PICK UP THE SYSIN PARAMETERS,
033500*                    LOAD AND CHECK THE PIPELINE DEFINITION, AND
033600*                    PRIME THE RUNSTATS READ
033700******************************************************************
033800 1000-INITIALIZE.
033900     OPEN INPUT  PIPELINE-DEF-FILE
034000                 RUN-STAT-FILE
034100          OUTPUT DECISION-FILE
034200                 REPORT-FILE.
034300     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
034400     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
034500     MOVE SPACES TO WS-PARM-LINE.
034600     ACCEPT WS-PARM-LINE FROM SYSIN.
034700     IF WS-PARM-PIPELINE-DATE-N NUMERIC
034800         MOVE WS-PARM-PIPELINE-DATE-N TO WS-PIPELINE-DATE
034900     ELSE
035000         MOVE WS-RUN-YYYYMMDD TO WS-PIPELINE-DATE
035100     END-IF.
035200     IF WS-PARM-RESTART-STEP-N NUMERIC
035300         MOVE WS-PARM-RESTART-STEP-N TO WS-RESTART-STEP
035400     END-IF.
035500     MOVE WS-PARM-RUN-ID TO WS-CHAIN-RUN-ID.
035501     PERFORM 1250-CHECK-RESTART-TIME
035502         THRU 1250-EXIT.
035600     PERFORM 1100-LOAD-ONE-DEFINITION
035700         THRU 1100-EXIT
035800         UNTIL WS-PDEF-AT-EOF.
035900     IF WS-STEP-COUNT = ZERO
036000         DISPLAY 'DYNPIPE  - PIPEDEF DEFINES NO STEPS'
036100         SET WS-DEF-INVALID TO TRUE
036200     END-IF.
036300     IF WS-RESTART-STEP > ZERO
036400         AND NOT WS-DEF-INVALID
036500         PERFORM 1200-CHECK-RESTART-STEP
036600             THRU 1200-EXIT
036700     END-IF.
036800     IF WS-DEF-INVALID
036900         SET WS-DECISION-NOGO TO TRUE
037000         MOVE ZERO TO WS-DECISION-STEP
037100         MOVE 'PIPELINE DEFINITION INVALID' TO WS-DECISION-REASON
037200         GO TO 1000-EXIT
037300     END-IF.
037400     PERFORM 2900-READ-STAT-FILE
037500         THRU 2900-EXIT.
037600 1000-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*  1100-LOAD-ONE-DEFINITION - READ ONE PIPEDEF RECORD AND ADD IT
038100*                             TO THE STEP TABLE; A LIMIT RECORD
038200*                             JOINS THE STEP JUST DEFINED
038300******************************************************************
038400 1100-LOAD-ONE-DEFINITION.
038500     READ PIPELINE-DEF-FILE
038600         AT END
038700             SET WS-PDEF-AT-EOF TO TRUE
038800             GO TO 1100-EXIT
038900     END-READ.
039000     ADD 1 TO WS-DEF-RECORDS-READ.
039100     EVALUATE TRUE
039200         WHEN PDEF-IS-COMMENT
039300             CONTINUE
039400         WHEN PDEF-IS-STEP
039500             PERFORM 1110-ADD-STEP
039600                 THRU 1110-EXIT
039700         WHEN PDEF-IS-LIMIT
039800             PERFORM 1120-ADD-LIMIT
039900                 THRU 1120-EXIT
040000         WHEN OTHER
040100             DISPLAY 'DYNPIPE  - PIPEDEF RECORD '
040200                 WS-DEF-RECORDS-READ ' HAS UNKNOWN TYPE '
040300                 PDEF-RECORD-TYPE
040400             SET WS-DEF-INVALID TO TRUE
040500     END-EVALUATE.
040600 1100-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*  1110-ADD-STEP - EDIT A STEP RECORD AND ADD IT TO THE TABLE
041100******************************************************************
041200 1110-ADD-STEP.
041300     IF PDEF-STEP-NUMBER-N NOT NUMERIC
041400         OR PDEF-STEP-NUMBER-N = ZERO
041500         OR PDEF-JOB-NAME = SPACES
041600         OR NOT PDEF-RUN-ID-CHECK-VALID
041700         DISPLAY 'DYNPIPE  - PIPEDEF STEP RECORD '
041800             WS-DEF-RECORDS-READ ' IS NOT VALID'
041900         SET WS-DEF-INVALID TO TRUE
042000         GO TO 1110-EXIT
042100     END-IF.
042200     IF WS-STEP-COUNT > ZERO
042300         AND PDEF-STEP-NUMBER-N
042400             NOT > WS-STP-NUMBER (WS-STEP-COUNT)
042500         DISPLAY 'DYNPIPE  - PIPEDEF STEP ' PDEF-STEP-NUMBER
042600             ' IS OUT OF SEQUENCE'
042700         SET WS-DEF-INVALID TO TRUE
042800         GO TO 1110-EXIT
042900     END-IF.
043000     IF WS-STEP-COUNT = WS-STEP-MAX
043100         DISPLAY 'DYNPIPE  - PIPEDEF HAS MORE THAN ' WS-STEP-MAX
043200             ' STEPS'
043300         SET WS-DEF-INVALID TO TRUE
043400         GO TO 1110-EXIT
043500     END-IF.
043600     ADD 1 TO WS-STEP-COUNT.
043700     MOVE WS-STEP-COUNT TO WS-STEP-SUB.
043800     MOVE PDEF-STEP-NUMBER-N TO WS-STP-NUMBER (WS-STEP-SUB).
043900     MOVE PDEF-JOB-NAME      TO WS-STP-JOB-NAME (WS-STEP-SUB).
044000     MOVE PDEF-RUN-ID-CHECK  TO WS-STP-RUN-ID-CHECK (WS-STEP-SUB).
044100     MOVE PDEF-TABLE-NAME    TO WS-STP-TABLE-NAME (WS-STEP-SUB).
044200     PERFORM 1115-COPY-ONE-ACCEPT-RC
044300         THRU 1115-EXIT
044400         VARYING WS-RC-SUB FROM 1 BY 1
044500         UNTIL WS-RC-SUB > 5.
044600     IF PDEF-ACCEPT-RC (1) = SPACES
044700         AND PDEF-ACCEPT-RC (2) = SPACES
044800         AND PDEF-ACCEPT-RC (3) = SPACES
044900         AND PDEF-ACCEPT-RC (4) = SPACES
045000         AND PDEF-ACCEPT-RC (5) = SPACES
045100         MOVE '00' TO WS-STP-ACCEPT-RC (WS-STEP-SUB 1)
045200     END-IF.
045300     MOVE ZERO   TO WS-STP-LIMIT-COUNT (WS-STEP-SUB).
045400     MOVE 'N'    TO WS-STP-FOUND-SWITCH (WS-STEP-SUB).
045500     MOVE SPACES TO WS-STP-STATUS (WS-STEP-SUB).
045600 1110-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000*  1115-COPY-ONE-ACCEPT-RC - CARRY ONE ACCEPTABLE RETURN CODE
046100*                            ACROSS, REFUSING ONE NOT NUMERIC
046200******************************************************************
046300 1115-COPY-ONE-ACCEPT-RC.
046400     MOVE PDEF-ACCEPT-RC (WS-RC-SUB)
046500         TO WS-STP-ACCEPT-RC (WS-STEP-SUB WS-RC-SUB).
046600     IF PDEF-ACCEPT-RC (WS-RC-SUB) NOT = SPACES
046700         AND PDEF-ACCEPT-RC (WS-RC-SUB) NOT NUMERIC
046800         DISPLAY 'DYNPIPE  - PIPEDEF STEP ' PDEF-STEP-NUMBER
046900             ' RETURN CODE ' PDEF-ACCEPT-RC (WS-RC-SUB)
047000             ' IS NOT NUMERIC'
047100         SET WS-DEF-INVALID TO TRUE
047200     END-IF.
047300 1115-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700*  1120-ADD-LIMIT - EDIT A LIMIT RECORD AND ADD IT TO THE STEP
047800*                   JUST DEFINED
047900******************************************************************
048000 1120-ADD-LIMIT.
048100     IF WS-STEP-COUNT = ZERO
048200         DISPLAY 'DYNPIPE  - PIPEDEF LIMIT RECORD '
048300             WS-DEF-RECORDS-READ ' PRECEDES EVERY STEP'
048400         SET WS-DEF-INVALID TO TRUE
048500         GO TO 1120-EXIT
048600     END-IF.
048700     MOVE WS-STEP-COUNT TO WS-STEP-SUB.
048800     IF PDEF-LIM-STEP-NUMBER NOT NUMERIC
048900         OR PDEF-LIM-STEP-NUMBER NOT = WS-STP-NUMBER (WS-STEP-SUB)
049000         OR PDEF-LIM-LABEL = SPACES
049100         OR NOT PDEF-LIM-OPERATOR-VALID
049200         OR PDEF-LIM-VALUE-N NOT NUMERIC
049300         DISPLAY 'DYNPIPE  - PIPEDEF LIMIT RECORD '
049400             WS-DEF-RECORDS-READ ' IS NOT VALID'
049500         SET WS-DEF-INVALID TO TRUE
049600         GO TO 1120-EXIT
049700     END-IF.
049800     IF WS-STP-LIMIT-COUNT (WS-STEP-SUB) = WS-LIMIT-MAX
049900         DISPLAY 'DYNPIPE  - PIPEDEF STEP ' PDEF-LIM-STEP-NUMBER
050000             ' HAS MORE THAN ' WS-LIMIT-MAX ' LIMITS'
050100         SET WS-DEF-INVALID TO TRUE
050200         GO TO 1120-EXIT
050300     END-IF.
050400     ADD 1 TO WS-STP-LIMIT-COUNT (WS-STEP-SUB).
050500     MOVE WS-STP-LIMIT-COUNT (WS-STEP-SUB) TO WS-LIM-SUB.
050600     MOVE PDEF-LIM-LABEL
050700         TO WS-LIM-LABEL (WS-STEP-SUB WS-LIM-SUB).
050800     MOVE PDEF-LIM-OPERATOR
050900         TO WS-LIM-OPERATOR (WS-STEP-SUB WS-LIM-SUB).
051000     MOVE PDEF-LIM-VALUE-N
051100         TO WS-LIM-VALUE (WS-STEP-SUB WS-LIM-SUB).
051200 1120-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*  1200-CHECK-RESTART-STEP - THE RESTART STEP MUST BE ONE THE
051700*                            DEFINITION NAMES
051800******************************************************************
051900 1200-CHECK-RESTART-STEP.
052000     PERFORM 1210-CHECK-ONE-STEP-NUMBER
052100         THRU 1210-EXIT
052200         VARYING WS-STEP-SUB FROM 1 BY 1
052300         UNTIL WS-STEP-SUB > WS-STEP-COUNT
052400         OR WS-STP-NUMBER (WS-STEP-SUB) = WS-RESTART-STEP.
052500     IF WS-STEP-SUB > WS-STEP-COUNT
052600         DISPLAY 'DYNPIPE  - RESTART STEP ' WS-RESTART-STEP
052700             ' IS NOT IN PIPEDEF'
052800         SET WS-DEF-INVALID TO TRUE
052900     END-IF.
053000 1200-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400*  1210-CHECK-ONE-STEP-NUMBER - NOTHING TO DO PER STEP; THE
053500*                               VARYING CLAUSE DOES THE SEARCH
053600******************************************************************
053700 1210-CHECK-ONE-STEP-NUMBER.
053800     CONTINUE.
053900 1210-EXIT.
054000     EXIT.
054001
054002******************************************************************
054003*  1250-CHECK-RESTART-TIME - A RESTART STEP NEEDS THE DATE AND
054004*                            TIME THE RESTART BEGAN, SO THE FAILED
054005*                            RUN'S RECORDS CAN BE TOLD FROM THE
054006*                            RERUN'S
054007******************************************************************
054008 1250-CHECK-RESTART-TIME.
054009     IF WS-PARM-RESTART-DATE = SPACES
054010         AND WS-PARM-RESTART-TIME = SPACES
054011         IF WS-RESTART-STEP > ZERO
054012             DISPLAY 'DYNPIPE  - RESTART STEP ' WS-RESTART-STEP
054013                 ' NEEDS THE RESTART DATE AND TIME'
054014             SET WS-DEF-INVALID TO TRUE
054015         END-IF
054016         GO TO 1250-EXIT
054017     END-IF.
054018     IF WS-RESTART-STEP = ZERO
054019         DISPLAY 'DYNPIPE  - RESTART DATE AND TIME GIVEN WITHOUT '
054020             'A RESTART STEP'
054021         SET WS-DEF-INVALID TO TRUE
054022         GO TO 1250-EXIT
054023     END-IF.
054024     IF WS-PARM-RESTART-TIME = SPACES
054025         MOVE ZERO TO WS-PARM-RESTART-TIME-N
054026     END-IF.
054027     IF WS-PARM-RESTART-DATE-N NOT NUMERIC
054028         OR WS-PARM-RESTART-TIME-N NOT NUMERIC
054029         DISPLAY 'DYNPIPE  - RESTART DATE AND TIME '
054030             WS-PARM-RESTART-DATE ' ' WS-PARM-RESTART-TIME
054031             ' ARE NOT NUMERIC'
054032         SET WS-DEF-INVALID TO TRUE
054033         GO TO 1250-EXIT
054034     END-IF.
054035     MOVE WS-PARM-RESTART-DATE-N TO WS-RESTART-DATE.
054036     MOVE WS-PARM-RESTART-TIME-N TO WS-RESTART-TIME.
054037     COMPUTE WS-RESTART-STAMP = WS-RESTART-DATE * 100000000
054038                              + WS-RESTART-TIME.
054039 1250-EXIT.
054040     EXIT.
054100
054200******************************************************************
054300*  2000-PROCESS-ONE-STAT-RECORD - OFFER ONE RUN-STATISTICS RECORD
054400*                                 DATED ON OR AFTER THE PIPELINE
054500*                                 DATE TO EVERY STEP, THEN READ
054600*                                 THE NEXT ONE
054700******************************************************************
054800 2000-PROCESS-ONE-STAT-RECORD.
054900     IF stat-run-date < WS-PIPELINE-DATE
055000         GO TO 2000-NEXT
055100     END-IF.
055200     COMPUTE WS-RECORD-STAMP = stat-run-date * 100000000
055300                             + stat-run-time.
055400     PERFORM 2100-OFFER-TO-ONE-STEP
055500         THRU 2100-EXIT
055600         VARYING WS-STEP-SUB FROM 1 BY 1
055700         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
055800 2000-NEXT.
055900     PERFORM 2900-READ-STAT-FILE
056000         THRU 2900-EXIT.
056100 2000-EXIT.
056200     EXIT.
056300
056400******************************************************************
056401*  2100-OFFER-TO-ONE-STEP - KEEP THE RECORD AS THE STEP'S LATEST
056402*                           RUN WHEN IT IS THE STEP'S JOB (AND
056403*                           TABLE), IS NOT LEFT FROM BEFORE A
056404*                           RESTART, AND IS NO OLDER THAN WHAT THE
056405*                           STEP ALREADY HOLDS
056900******************************************************************
057000 2100-OFFER-TO-ONE-STEP.
057100     IF stat-job-name NOT = WS-STP-JOB-NAME (WS-STEP-SUB)
057200         GO TO 2100-EXIT
057300     END-IF.
057400     IF WS-STP-TABLE-NAME (WS-STEP-SUB) NOT = SPACES
057500         AND stat-table-name NOT = WS-STP-TABLE-NAME (WS-STEP-SUB)
057600         GO TO 2100-EXIT
057700     END-IF.
057701* ON A RESTART, A RECORD OF THE RESTART STEP OR A LATER ONE FROM
057702* BEFORE THE RESTART IS THE FAILED ATTEMPT - THE STEP HAS NOT RUN
057703     IF WS-RESTART-STEP > ZERO
057704         AND WS-STP-NUMBER (WS-STEP-SUB) NOT < WS-RESTART-STEP
057705         AND WS-RECORD-STAMP < WS-RESTART-STAMP
057706         GO TO 2100-EXIT
057707     END-IF.
057800     IF WS-STP-FOUND (WS-STEP-SUB)
057900         COMPUTE WS-STEP-STAMP =
058000             WS-STP-STAT-DATE (WS-STEP-SUB) * 100000000
058100             + WS-STP-STAT-TIME (WS-STEP-SUB)
058200         IF WS-RECORD-STAMP < WS-STEP-STAMP
058300             GO TO 2100-EXIT
058400         END-IF
058500     END-IF.
058600     ADD 1 TO WS-STAT-RECORDS-USED.
058700     SET WS-STP-FOUND (WS-STEP-SUB) TO TRUE.
058800     MOVE stat-run-date      TO WS-STP-STAT-DATE (WS-STEP-SUB).
058900     MOVE stat-run-time      TO WS-STP-STAT-TIME (WS-STEP-SUB).
059000     MOVE stat-return-code   TO WS-STP-STAT-RC (WS-STEP-SUB).
059100     MOVE stat-run-id        TO WS-STP-STAT-RUN-ID (WS-STEP-SUB).
059200     MOVE stat-counter-count TO WS-STP-CTR-COUNT (WS-STEP-SUB).
059300     PERFORM 2110-COPY-ONE-COUNTER
059400         THRU 2110-EXIT
059500         VARYING WS-CTR-SUB FROM 1 BY 1
059600         UNTIL WS-CTR-SUB > 8.
059700 2100-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*  2110-COPY-ONE-COUNTER - CARRY ONE LABEL/VALUE SLOT ACROSS
060200******************************************************************
060300 2110-COPY-ONE-COUNTER.
060400     MOVE stat-counter-label (WS-CTR-SUB)
060500         TO WS-CTR-LABEL (WS-STEP-SUB WS-CTR-SUB).
060600     IF stat-counter-value (WS-CTR-SUB) NUMERIC
060700         MOVE stat-counter-value (WS-CTR-SUB)
060800             TO WS-CTR-VALUE (WS-STEP-SUB WS-CTR-SUB)
060900     ELSE
061000         MOVE ZERO TO WS-CTR-VALUE (WS-STEP-SUB WS-CTR-SUB)
061100     END-IF.
061200 2110-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600*  2900-READ-STAT-FILE - READ THE NEXT RUN-STATISTICS RECORD, SET
061700*                        THE END-OF-FILE SWITCH AT EOF
061800******************************************************************
061900 2900-READ-STAT-FILE.
062000     READ RUN-STAT-FILE
062100         AT END
062200             SET WS-STAT-AT-EOF TO TRUE
062300             GO TO 2900-EXIT
062400     END-READ.
062500     ADD 1 TO WS-STAT-RECORDS-READ.
062600     MOVE RUN-STAT-FILE-RECORD TO dynamoDB-run-stat-record.
062700 2900-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100*  3000-EVALUATE-PIPELINE - CHECK THE STEPS IN ORDER, WRITING THE
063200*                           STATUS REPORT AS EACH ONE IS DECIDED,
063300*                           AND SETTLE THE DECISION
063400******************************************************************
063500 3000-EVALUATE-PIPELINE.
063600     MOVE WS-PIPELINE-DATE TO WS-HDG-PIPELINE-DATE.
063700     MOVE WS-RESTART-STEP  TO WS-HDG-RESTART-STEP.
063701     MOVE WS-RESTART-DATE  TO WS-HDG-RESTART-DATE.
063702     MOVE WS-RESTART-TIME  TO WS-HDG-RESTART-TIME.
063800     MOVE WS-CHAIN-RUN-ID  TO WS-HDG-RUN-ID.
063900     WRITE REPORT-RECORD FROM WS-HEADING-1.
064000     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
064100     WRITE REPORT-RECORD FROM WS-HEADING-2.
064200     PERFORM 3100-EVALUATE-ONE-STEP
064300         THRU 3100-EXIT
064400         VARYING WS-STEP-SUB FROM 1 BY 1
064500         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
064600     IF NOT WS-CHAIN-STOPPED
064700         SET WS-DECISION-DONE TO TRUE
064800         MOVE ZERO   TO WS-DECISION-STEP
064900         MOVE SPACES TO WS-DECISION-JOB
065000         MOVE 'CHAIN COMPLETE' TO WS-DECISION-REASON
065100     END-IF.
065200 3000-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600*  3100-EVALUATE-ONE-STEP - DECIDE ONE STEP - BYPASSED BEFORE THE
065700*                           RESTART STEP, PENDING AFTER THE CHAIN
065800*                           STOPS, NOT RUN WITHOUT A CURRENT
065900*                           RECORD, OTHERWISE PASSED OR FAILED ON
066000*                           ITS CHECKS - AND REPORT IT
066100******************************************************************
066200 3100-EVALUATE-ONE-STEP.
066300     IF WS-STP-NUMBER (WS-STEP-SUB) < WS-RESTART-STEP
066400         MOVE 'BYPASSED' TO WS-STP-STATUS (WS-STEP-SUB)
066500         PERFORM 3900-WRITE-STEP-LINE
066600             THRU 3900-EXIT
066700         GO TO 3100-EXIT
066800     END-IF.
066900     IF WS-CHAIN-STOPPED
067000         MOVE 'PENDING' TO WS-STP-STATUS (WS-STEP-SUB)
067100         PERFORM 3900-WRITE-STEP-LINE
067200             THRU 3900-EXIT
067300         GO TO 3100-EXIT
067400     END-IF.
067500     IF WS-STP-FOUND (WS-STEP-SUB)
067600         COMPUTE WS-STEP-STAMP =
067700             WS-STP-STAT-DATE (WS-STEP-SUB) * 100000000
067800             + WS-STP-STAT-TIME (WS-STEP-SUB)
067900     END-IF.
068000* A RECORD OLDER THAN THE STEP BEFORE IT IS FROM AN EARLIER
068100* ATTEMPT - THE STEP HAS NOT RUN SINCE ITS INPUT WAS REMADE
068200     IF NOT WS-STP-FOUND (WS-STEP-SUB)
068300         OR WS-STEP-STAMP < WS-PREV-STAMP
068400         MOVE 'NOT RUN' TO WS-STP-STATUS (WS-STEP-SUB)
068500         PERFORM 3900-WRITE-STEP-LINE
068600             THRU 3900-EXIT
068700         IF WS-STP-FOUND (WS-STEP-SUB)
068800             MOVE SPACES TO WS-CHECK-LINE
068900             MOVE 'LATEST RECORD PREDATES PRIOR STEP'
069000                 TO WS-CKL-TEXT
069100             WRITE REPORT-RECORD FROM WS-CHECK-LINE
069200         END-IF
069300         SET WS-CHAIN-STOPPED TO TRUE
069400         SET WS-DECISION-GO TO TRUE
069500         MOVE WS-STP-NUMBER (WS-STEP-SUB)   TO WS-DECISION-STEP
069600         MOVE WS-STP-JOB-NAME (WS-STEP-SUB) TO WS-DECISION-JOB
069700         MOVE 'NEXT STEP MAY RUN' TO WS-DECISION-REASON
069800         GO TO 3100-EXIT
069900     END-IF.
070000     MOVE 'N' TO WS-STEP-FAILED-SWITCH.
070100     MOVE ZERO TO WS-HELD-LINE-COUNT.
070200     IF WS-STP-CARRIES-RUN-ID (WS-STEP-SUB)
070300         AND WS-CHAIN-RUN-ID = SPACES
070400         MOVE WS-STP-STAT-RUN-ID (WS-STEP-SUB) TO WS-CHAIN-RUN-ID
070500     END-IF.
070600     MOVE WS-STEP-STAMP TO WS-PREV-STAMP.
070700     PERFORM 3200-CHECK-RETURN-CODE
070800         THRU 3200-EXIT.
070900     IF WS-STP-CARRIES-RUN-ID (WS-STEP-SUB)
071000         PERFORM 3300-CHECK-RUN-ID
071100             THRU 3300-EXIT
071200     END-IF.
071300     PERFORM 3400-CHECK-ONE-LIMIT
071400         THRU 3400-EXIT
071500         VARYING WS-LIM-SUB FROM 1 BY 1
071600         UNTIL WS-LIM-SUB > WS-STP-LIMIT-COUNT (WS-STEP-SUB).
071700     IF WS-STEP-FAILED
071800         MOVE 'FAILED' TO WS-STP-STATUS (WS-STEP-SUB)
071900     ELSE
072000         MOVE 'PASSED' TO WS-STP-STATUS (WS-STEP-SUB)
072100     END-IF.
072200     PERFORM 3900-WRITE-STEP-LINE
072300         THRU 3900-EXIT.
072400     PERFORM 3850-WRITE-ONE-HELD-LINE
072500         THRU 3850-EXIT
072600         VARYING WS-HELD-SUB FROM 1 BY 1
072700         UNTIL WS-HELD-SUB > WS-HELD-LINE-COUNT.
072800     IF WS-STEP-FAILED
072900         MOVE SPACES TO WS-CHECK-LINE
073000         MOVE '*** STEP FAILED - CHAIN HELD' TO WS-CKL-TEXT
073100         WRITE REPORT-RECORD FROM WS-CHECK-LINE
073200         SET WS-CHAIN-STOPPED TO TRUE
073300         SET WS-DECISION-NOGO TO TRUE
073400         MOVE WS-STP-NUMBER (WS-STEP-SUB)   TO WS-DECISION-STEP
073500         MOVE WS-STP-JOB-NAME (WS-STEP-SUB) TO WS-DECISION-JOB
073600         MOVE 'STEP FAILED ITS CHECKS' TO WS-DECISION-REASON
073700     ELSE
073800         ADD 1 TO WS-STEPS-PASSED
073900     END-IF.
074000 3100-EXIT.
074100     EXIT.
074200
074300******************************************************************
074400*  3200-CHECK-RETURN-CODE - THE STEP'S RETURN CODE MUST BE ONE OF
074500*                           THE CODES IT ACCEPTS
074600******************************************************************
074700 3200-CHECK-RETURN-CODE.
074800     MOVE WS-STP-STAT-RC (WS-STEP-SUB) TO WS-STAT-RC-N.
074900     MOVE 'N' TO WS-RC-ACCEPTED-SWITCH.
075000     PERFORM 3210-CHECK-ONE-ACCEPT-RC
075100         THRU 3210-EXIT
075200         VARYING WS-RC-SUB FROM 1 BY 1
075300         UNTIL WS-RC-SUB > 5
075400         OR WS-RC-ACCEPTED.
075500     IF WS-RC-ACCEPTED
075600         GO TO 3200-EXIT
075700     END-IF.
075800     SET WS-STEP-FAILED TO TRUE.
075900     MOVE SPACES TO WS-CHECK-LINE.
076000     MOVE 'RETURN CODE NOT ACCEPTED'   TO WS-CKL-TEXT.
076100     MOVE WS-STAT-RC-X                 TO WS-CKL-ACTUAL.
076200     MOVE SPACES TO WS-ACCEPT-LIST.
076300     PERFORM 3220-LIST-ONE-ACCEPT-RC
076400         THRU 3220-EXIT
076500         VARYING WS-RC-SUB FROM 1 BY 1
076600         UNTIL WS-RC-SUB > 5.
076700     MOVE WS-ACCEPT-LIST TO WS-CKL-EXPECTED.
076800     PERFORM 3800-HOLD-CHECK-LINE
076900         THRU 3800-EXIT.
077000 3200-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400*  3210-CHECK-ONE-ACCEPT-RC - FLAG THE RETURN CODE ACCEPTED WHEN
077500*                             ONE ACCEPTABLE CODE MATCHES IT
077600******************************************************************
077700 3210-CHECK-ONE-ACCEPT-RC.
077800     IF WS-STP-ACCEPT-RC (WS-STEP-SUB WS-RC-SUB) = WS-STAT-RC-X
077900         SET WS-RC-ACCEPTED TO TRUE
078000     END-IF.
078100 3210-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*  3220-LIST-ONE-ACCEPT-RC - ONE ACCEPTABLE CODE INTO THE LIST
078600*                            SHOWN ON THE REPORT
078700******************************************************************
078800 3220-LIST-ONE-ACCEPT-RC.
078900     MOVE WS-STP-ACCEPT-RC (WS-STEP-SUB WS-RC-SUB)
079000         TO WS-ACCEPT-LIST-RC (WS-RC-SUB).
079100 3220-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*  3300-CHECK-RUN-ID - A STEP CARRYING THE RUN ID MUST HAVE RUN
079600*                      UNDER THE CHAIN'S RUN ID
079700******************************************************************
079800 3300-CHECK-RUN-ID.
079900     IF WS-STP-STAT-RUN-ID (WS-STEP-SUB) = WS-CHAIN-RUN-ID
080000         AND WS-CHAIN-RUN-ID NOT = SPACES
080100         GO TO 3300-EXIT
080200     END-IF.
080300     SET WS-STEP-FAILED TO TRUE.
080400     MOVE SPACES TO WS-CHECK-LINE.
080500     IF WS-STP-STAT-RUN-ID (WS-STEP-SUB) = SPACES
080600         MOVE 'NO RUN ID ON RUNSTATS RECORD' TO WS-CKL-TEXT
080700     ELSE
080800         MOVE 'RUN ID DOES NOT MATCH CHAIN' TO WS-CKL-TEXT
080900     END-IF.
081000     MOVE WS-STP-STAT-RUN-ID (WS-STEP-SUB) TO WS-CKL-ACTUAL.
081100     MOVE WS-CHAIN-RUN-ID TO WS-CKL-EXPECTED.
081200     PERFORM 3800-HOLD-CHECK-LINE
081300         THRU 3800-EXIT.
081400 3300-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800*  3400-CHECK-ONE-LIMIT - THE STEP'S COUNTER UNDER THE LIMIT'S
081900*                         LABEL MUST BE REPORTED AND MUST HOLD TO
082000*                         THE LIMIT
082100******************************************************************
082200 3400-CHECK-ONE-LIMIT.
082300     MOVE ZERO TO WS-CTR-HIT-SUB.
082400     PERFORM 3410-FIND-ONE-COUNTER
082500         THRU 3410-EXIT
082600         VARYING WS-CTR-SUB FROM 1 BY 1
082700         UNTIL WS-CTR-SUB > WS-STP-CTR-COUNT (WS-STEP-SUB)
082800         OR WS-CTR-SUB > 8
082900         OR WS-CTR-HIT-SUB > ZERO.
083000     MOVE SPACES TO WS-CHECK-LINE.
083100     MOVE WS-LIM-LABEL (WS-STEP-SUB WS-LIM-SUB) TO WS-CKL-SUBJECT.
083200     IF WS-CTR-HIT-SUB = ZERO
083300         SET WS-STEP-FAILED TO TRUE
083400         MOVE 'COUNTER NOT ON RUNSTATS RECORD' TO WS-CKL-TEXT
083500         PERFORM 3800-HOLD-CHECK-LINE
083600             THRU 3800-EXIT
083700         GO TO 3400-EXIT
083800     END-IF.
083900     MOVE WS-CTR-VALUE (WS-STEP-SUB WS-CTR-HIT-SUB)
084000         TO WS-ACTUAL-VALUE.
084100     MOVE WS-LIM-VALUE (WS-STEP-SUB WS-LIM-SUB) TO WS-LIMIT-VALUE.
084200     MOVE 'N' TO WS-LIMIT-FAILED-SWITCH.
084300     EVALUATE WS-LIM-OPERATOR (WS-STEP-SUB WS-LIM-SUB)
084400         WHEN 'LE'
084500             IF WS-ACTUAL-VALUE > WS-LIMIT-VALUE
084600                 SET WS-LIMIT-FAILED TO TRUE
084700             END-IF
084800         WHEN 'LT'
084900             IF WS-ACTUAL-VALUE NOT < WS-LIMIT-VALUE
085000                 SET WS-LIMIT-FAILED TO TRUE
085100             END-IF
085200         WHEN 'GE'
085300             IF WS-ACTUAL-VALUE < WS-LIMIT-VALUE
085400                 SET WS-LIMIT-FAILED TO TRUE
085500             END-IF
085600         WHEN 'GT'
085700             IF WS-ACTUAL-VALUE NOT > WS-LIMIT-VALUE
085800                 SET WS-LIMIT-FAILED TO TRUE
085900             END-IF
086000         WHEN 'EQ'
086100             IF WS-ACTUAL-VALUE NOT = WS-LIMIT-VALUE
086200                 SET WS-LIMIT-FAILED TO TRUE
086300             END-IF
086400         WHEN 'NE'
086500             IF WS-ACTUAL-VALUE = WS-LIMIT-VALUE
086600                 SET WS-LIMIT-FAILED TO TRUE
086700             END-IF
086800     END-EVALUATE.
086900     IF NOT WS-LIMIT-FAILED
087000         GO TO 3400-EXIT
087100     END-IF.
087200     SET WS-STEP-FAILED TO TRUE.
087300     MOVE 'COUNTER OUTSIDE ITS LIMIT' TO WS-CKL-TEXT.
087400     MOVE WS-ACTUAL-VALUE TO WS-EDITED-VALUE.
087500     MOVE WS-EDITED-VALUE TO WS-CKL-ACTUAL.
087600     MOVE WS-LIM-OPERATOR (WS-STEP-SUB WS-LIM-SUB)
087700         TO WS-CKL-EXPECTED (1:2).
087800     MOVE WS-LIMIT-VALUE TO WS-EDITED-VALUE.
087900     MOVE WS-EDITED-VALUE TO WS-CKL-EXPECTED (4:11).
088000     PERFORM 3800-HOLD-CHECK-LINE
088100         THRU 3800-EXIT.
088200 3400-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600*  3410-FIND-ONE-COUNTER - NOTE THE SLOT WHOSE LABEL MATCHES THE
088700*                          LIMIT'S LABEL
088800******************************************************************
088900 3410-FIND-ONE-COUNTER.
089000     IF WS-CTR-LABEL (WS-STEP-SUB WS-CTR-SUB)
089100         = WS-LIM-LABEL (WS-STEP-SUB WS-LIM-SUB)
089200         MOVE WS-CTR-SUB TO WS-CTR-HIT-SUB
089300     END-IF.
089400 3410-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800*  3800-HOLD-CHECK-LINE - KEEP ONE FAILED-CHECK LINE UNTIL THE
089900*                         STEP'S OWN LINE, WHICH CANNOT SAY PASSED
090000*                         OR FAILED UNTIL EVERY CHECK IS MADE, HAS
090100*                         BEEN WRITTEN
090200******************************************************************
090300 3800-HOLD-CHECK-LINE.
090400     ADD 1 TO WS-HELD-LINE-COUNT.
090500     MOVE WS-CHECK-LINE TO WS-HELD-LINE (WS-HELD-LINE-COUNT).
090600 3800-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000*  3850-WRITE-ONE-HELD-LINE - WRITE ONE HELD FAILED-CHECK LINE
091100******************************************************************
091200 3850-WRITE-ONE-HELD-LINE.
091300     WRITE REPORT-RECORD FROM WS-HELD-LINE (WS-HELD-SUB).
091400 3850-EXIT.
091500     EXIT.
091600
091700******************************************************************
091800*  3900-WRITE-STEP-LINE - ONE STATUS LINE FOR THE CURRENT STEP
091900******************************************************************
092000 3900-WRITE-STEP-LINE.
092100     MOVE WS-STP-NUMBER (WS-STEP-SUB)     TO WS-SLN-STEP-NUMBER.
092200     MOVE WS-STP-JOB-NAME (WS-STEP-SUB)   TO WS-SLN-JOB-NAME.
092300     MOVE WS-STP-STATUS (WS-STEP-SUB)     TO WS-SLN-STATUS.
092400     MOVE WS-STP-TABLE-NAME (WS-STEP-SUB) TO WS-SLN-TABLE-NAME.
092500     MOVE SPACES TO WS-SLN-RC
092600                    WS-SLN-RUN-ID
092700                    WS-SLN-RUN-DATE
092800                    WS-SLN-RUN-TIME.
092900     IF WS-STP-FOUND (WS-STEP-SUB)
093000         MOVE WS-STP-STAT-RC (WS-STEP-SUB)     TO WS-SLN-RC
093100         MOVE WS-STP-STAT-RUN-ID (WS-STEP-SUB) TO WS-SLN-RUN-ID
093200         MOVE WS-STP-STAT-DATE (WS-STEP-SUB)   TO WS-SLN-RUN-DATE
093300         MOVE WS-STP-STAT-TIME (WS-STEP-SUB)   TO WS-SLN-RUN-TIME
093400     END-IF.
093500     WRITE REPORT-RECORD FROM WS-STEP-LINE.
093600 3900-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000*  4000-TERMINATE - CLOSE FILES, DISPLAY THE DECISION, AND SET
094100*                   THE RETURN CODE TO MATCH IT
094200******************************************************************
094300 4000-TERMINATE.
094400     CLOSE PIPELINE-DEF-FILE
094500           RUN-STAT-FILE
094600           DECISION-FILE
094700           REPORT-FILE.
094800     DISPLAY 'DYNPIPE  - PIPEDEF RECORDS READ : '
094900         WS-DEF-RECORDS-READ.
095000     DISPLAY 'DYNPIPE  - RUNSTATS RECORDS READ: '
095100         WS-STAT-RECORDS-READ.
095200     DISPLAY 'DYNPIPE  - STEPS PASSED         : '
095300         WS-STEPS-PASSED.
095400     DISPLAY 'DYNPIPE  - DECISION ' WS-DECISION
095500         ' STEP ' WS-DECISION-STEP ' ' WS-DECISION-JOB
095600         ' - ' WS-DECISION-REASON.
095700     EVALUATE TRUE
095800         WHEN WS-DEF-INVALID
095900             MOVE 16 TO RETURN-CODE
096000         WHEN WS-DECISION-NOGO
096100             MOVE 8 TO RETURN-CODE
096200         WHEN WS-DECISION-DONE
096300             MOVE 4 TO RETURN-CODE
096400         WHEN OTHER
096500             MOVE ZERO TO RETURN-CODE
096600     END-EVALUATE.
096700 4000-EXIT.
096800     EXIT.
096900
097000******************************************************************
097100*  5000-WRITE-DECISION - THE ONE DECISION RECORD THE SCHEDULER
097200*                        ACTS ON, AND THE SAME DECISION AT THE
097300*                        FOOT OF THE STATUS REPORT
097400******************************************************************
097500 5000-WRITE-DECISION.
097600     MOVE SPACES TO DECISION-RECORD.
097700     MOVE WS-DECISION        TO DCSN-DECISION.
097800     MOVE WS-DECISION-STEP   TO DCSN-STEP-NUMBER.
097900     MOVE WS-DECISION-JOB    TO DCSN-JOB-NAME.
098000     MOVE WS-CHAIN-RUN-ID    TO DCSN-RUN-ID.
098100     MOVE WS-RUN-YYYYMMDD    TO DCSN-DECISION-DATE.
098200     MOVE WS-RUN-HHMMSSTT    TO DCSN-DECISION-TIME.
098300     MOVE WS-DECISION-REASON TO DCSN-REASON.
098400     WRITE DECISION-RECORD.
098500     MOVE WS-DECISION        TO WS-DLN-DECISION.
098600     MOVE WS-DECISION-STEP   TO WS-DLN-STEP-NUMBER.
098700     MOVE WS-DECISION-JOB    TO WS-DLN-JOB-NAME.
098800     MOVE WS-DECISION-REASON TO WS-DLN-REASON.
098900     MOVE WS-CHAIN-RUN-ID    TO WS-DLN-RUN-ID.
099000     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
099100     WRITE REPORT-RECORD FROM WS-DECISION-LINE.
099200 5000-EXIT.
099300     EXIT.
