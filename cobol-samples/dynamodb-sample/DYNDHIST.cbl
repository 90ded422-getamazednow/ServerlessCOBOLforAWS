000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNDHIST.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - DISCREPANCY HISTORY MASTER AND
001100*                 AGING REPORT.  EACH NIGHT'S DISCREP FILE STOOD
001200*                 ALONE, SO A ONE-NIGHT BLIP LOOKED THE SAME AS A
001300*                 KEY MISMATCHED EVERY NIGHT FOR THREE WEEKS
001400*                 BECAUSE SOMETHING ONLINE KEEPS OVERWRITING
001500*                 DYNSYNC'S CORRECTION.  THE HISTORY CARRIES EVERY
001600*                 DISCREPANCY FROM NIGHT TO NIGHT AND THE REPORT
001700*                 GIVES THE DATA OWNERS A WORKLIST, LONGEST OPEN
001800*                 FIRST.
001801* 2026-10-15  JH  AGING LINE CUT TO THE 132-BYTE REPORT RECORD AND
001802*                 ITS COLUMN HEADINGS LINED UP OVER THEIR VALUES.
001900******************************************************************
002000******************************************************************
002100*  DYNDHIST RUNS ONCE A NIGHT AFTER DYNRECON AND DYNVERIF.  IT
002200*  READS THE NIGHT'S DISCREP FILE (DD DISCREP - THE CONCATENATION
002300*  OF EVERY DYNRECON DISCREP WRITTEN TONIGHT; EACH TABLE OPENS
002400*  WITH ITS DISCREP-HEADER RECORD) AND THE DYNVERIF VERFAIL FILE
002500*  (DD VERFAIL, OPTIONAL - THE CORRECTIONS THAT DID NOT TAKE),
002600*  SORTS THEM BY TABLE / KEY / SORT KEY, AND MATCHES THEM AGAINST
002700*  THE HISTORY MASTER (DD HISTIN, OPTIONAL ON THE FIRST NIGHT) TO
002800*  WRITE THE NEW MASTER (DD HISTOUT) -
002900*
003000*      SEEN, NOT ON THE MASTER    - OPENED: FIRST AND LAST SEEN
003100*                                   TONIGHT, ONE NIGHT OPEN
003200*      SEEN, OPEN ON THE MASTER   - LAST SEEN TONIGHT, ONE MORE
003300*                                   CONSECUTIVE NIGHT
003400*      SEEN, CLEARED BEFORE       - REOPENED: COUNTED AGAIN FROM
003500*                                   TONIGHT
003600*      NOT SEEN, OPEN             - CLEARED TONIGHT, BUT ONLY IF
003700*                                   ITS TABLE WAS RECONCILED
003800*                                   TONIGHT (IT HAS A HEADER);
003900*                                   OTHERWISE LEFT AS IT WAS
004000*      NOT SEEN, CLEARED          - KEPT FOR THE RETENTION PERIOD,
004100*                                   THEN DROPPED
004200*
004300*  A VERFAIL RECORD COUNTS AS SEEN TONIGHT AND ADDS ONE TO THE
004400*  ITEM'S FAILED-CORRECTION COUNT; A VERFAIL READ FAILURE PROVES
004500*  NOTHING AND IS PASSED OVER.  THE DISCREPANCY TYPE AND FIELD ARE
004600*  TAKEN FROM THE LATEST DISCREP RECORD.
004700*
004800*  THE AGING REPORT (DD AGERPT) SHOWS, PER TABLE, THE OPEN ITEMS
004900*  IN 1 / 2-7 / 8-30 / OVER 30 NIGHT BUCKETS WITH TONIGHT'S OPENED
005000*  AND CLOSED COUNTS; THE OPENED AND CLOSED TOTALS OF THE LAST 30
005100*  NIGHTS (KEPT ON THE MASTER'S TRAILER); AND THE WORKLIST OF
005200*  EVERY OPEN ITEM, LONGEST OPEN FIRST, CHRONIC ITEMS (8 NIGHTS OR
005300*  MORE) MARKED, WITH THE FIELD DYNRECON FOUND DIFFERING.
005400*
005500*  HISTORY MASTER RECORD (1200 BYTES) -
005600*      'H' HEADER     - NIGHT LAST APPLIED, ITS RUN ID
005700*      'D' DISCREPANCY- TABLE, KEY, SORT KEY, TYPE, FIELD,
005800*                       FIRST SEEN, LAST SEEN, CONSECUTIVE NIGHTS,
005900*                       CLEARED DATE (ZERO = OPEN), TIMES OPENED,
006000*                       FAILED CORRECTIONS, LAST RUN ID - IN
006100*                       TABLE / KEY / SORT KEY ORDER
006200*      'T' TRAILER    - 'D' RECORD COUNT AND THE LAST 30 NIGHTS'
006300*                       OPENED / CLOSED / OPEN-AT-END TOTALS
006400*
006500*  SYSIN PARAMETER RECORD (OPTIONAL) -
006600*      COLS 1-8    NIGHT BEING APPLIED, YYYYMMDD (BLANK = THE RUN
006700*                  DATE); IT MUST BE LATER THAN THE NIGHT ON THE
006800*                  HISTIN HEADER, SO NO NIGHT IS APPLIED TWICE
006900*      COLS 10-12  DAYS A CLEARED ITEM IS KEPT (BLANK = 90)
007000*
007100*  RETURN CODES -
007200*      0   HISTORY UPDATED
007300*      4   HISTORY UPDATED - AN ITEM HAS BEEN OPEN OVER 30 NIGHTS
007400*      12  NOTHING APPLIED - NIGHT ALREADY ON THE MASTER, OR
007500*          DISCREP HAS NO HEADER; OR HISTIN IS DAMAGED (NO
007600*          TRAILER, COUNT WRONG, OUT OF ORDER) AND HISTOUT IS
007700*          LEFT WITHOUT A TRAILER - RESTORE THE LAST GOOD
007800*          GENERATION AND RERUN
007900******************************************************************
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER.   IBM-370.
008300 OBJECT-COMPUTER.   IBM-370.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT DISCREPANCY-FILE ASSIGN TO DISCREP
008700         ORGANIZATION IS SEQUENTIAL.
008800     SELECT OPTIONAL VERIFY-FAIL-FILE ASSIGN TO VERFAIL
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-VFL-FILE-STATUS.
009100     SELECT OPTIONAL HISTORY-IN-FILE ASSIGN TO HISTIN
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-HIN-FILE-STATUS.
009400     SELECT HISTORY-OUT-FILE ASSIGN TO HISTOUT
009500         ORGANIZATION IS SEQUENTIAL.
009600     SELECT REPORT-FILE ASSIGN TO AGERPT
009700         ORGANIZATION IS SEQUENTIAL.
009800     SELECT OBSERVATION-SORT ASSIGN TO SORTWK01.
009900     SELECT WORKLIST-SORT ASSIGN TO SORTWK02.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  DISCREPANCY-FILE
010300     RECORDING MODE IS F.
010400 01  DISCREPANCY-RECORD.
010500     05 DISC-TYPE                PIC X(20).
010600       88 DISC-IS-HEADER         VALUE 'DISCREP-HEADER'.
010700     05 DISC-KEY-VALUE           PIC X(400).
010800     05 DISC-SORT-KEY-VALUE      PIC X(400).
010900     05 DISC-FIELD-NAME          PIC X(30).
011000     05 DISC-MASTER-VALUE        PIC X(100).
011100     05 DISC-EXPORT-VALUE        PIC X(100).
011200 01  DISCREPANCY-HEADER-RECORD.
011300     05 FILLER                   PIC X(20).
011400     05 DISC-HDR-RUN-ID          PIC X(16).
011500     05 DISC-HDR-MASTER-GEN      PIC 9(08).
011600     05 DISC-HDR-TABLE-NAME      PIC X(255).
011700     05 FILLER                   PIC X(751).
011800
011900 FD  VERIFY-FAIL-FILE
012000     RECORDING MODE IS F.
012100 01  VERIFY-FAIL-RECORD.
012200     05 VFL-RESULT               PIC X(16).
012300     05 VFL-TABLE-NAME           PIC X(255).
012400     05 VFL-KEY-VALUE            PIC X(400).
012500     05 VFL-SORT-KEY-VALUE       PIC X(400).
012600     05 VFL-RUN-ID               PIC X(16).
012700     05 VFL-RETURN-CODE          PIC X(02).
012800     05 FILLER                   PIC X(11).
012900
013000 FD  HISTORY-IN-FILE
013100     RECORDING MODE IS F.
013200 01  HISTORY-IN-RECORD.
013300     05 HIN-RECORD-ID            PIC X(01).
013400       88 HIN-IS-HEADER          VALUE 'H'.
013500       88 HIN-IS-DISCREPANCY     VALUE 'D'.
013600       88 HIN-IS-TRAILER         VALUE 'T'.
013700     05 HIN-MATCH-KEY            PIC X(1055).
013800     05 FILLER                   PIC X(144).
013900 01  HISTORY-IN-HEADER-RECORD.
014000     05 FILLER                   PIC X(01).
014100     05 HIN-HDR-NIGHT            PIC 9(08).
014200     05 HIN-HDR-RUN-ID           PIC X(16).
014300     05 FILLER                   PIC X(1175).
014400 01  HISTORY-IN-TRAILER-RECORD.
014500     05 FILLER                   PIC X(01).
014600     05 HIN-TRL-RECORD-COUNT     PIC 9(09).
014700     05 HIN-TRL-NIGHT-COUNT      PIC 9(02).
014800     05 HIN-TRL-NIGHTS           PIC X(1050).
014900     05 FILLER                   PIC X(138).
015000
015100 FD  HISTORY-OUT-FILE
015200     RECORDING MODE IS F.
015300 01  HISTORY-OUT-RECORD.
015400     05 HOUT-RECORD-ID           PIC X(01).
015500       88 HOUT-IS-DISCREPANCY    VALUE 'D'.
015600     05 FILLER                   PIC X(1199).
015700 01  HISTORY-OUT-HEADER-RECORD.
015800     05 FILLER                   PIC X(01).
015900     05 HOUT-HDR-NIGHT           PIC 9(08).
016000     05 HOUT-HDR-RUN-ID          PIC X(16).
016100     05 FILLER                   PIC X(1175).
016200 01  HISTORY-OUT-TRAILER-RECORD.
016300     05 FILLER                   PIC X(01).
016400     05 HOUT-TRL-RECORD-COUNT    PIC 9(09).
016500     05 HOUT-TRL-NIGHT-COUNT     PIC 9(02).
016600     05 HOUT-TRL-NIGHTS          PIC X(1050).
016700     05 FILLER                   PIC X(138).
016800
016900 FD  REPORT-FILE
017000     RECORDING MODE IS F.
017100 01  REPORT-RECORD               PIC X(132).
017200
017300 SD  OBSERVATION-SORT.
017400 01  OBS-SORT-RECORD.
017500     05 OBS-MATCH-KEY.
017600        10 OBS-TABLE-NAME        PIC X(255).
017700        10 OBS-KEY-VALUE         PIC X(400).
017800        10 OBS-SORT-KEY-VALUE    PIC X(400).
017900     05 OBS-SOURCE               PIC X(01).
018000       88 OBS-FROM-DISCREP       VALUE 'D'.
018100       88 OBS-FROM-VERFAIL       VALUE 'V'.
018200     05 OBS-DISC-TYPE            PIC X(20).
018300     05 OBS-FIELD-NAME           PIC X(30).
018400
018500 SD  WORKLIST-SORT.
018600 01  WORK-SORT-RECORD.
018700     05 WRK-CONSEC-NIGHTS        PIC 9(05).
018800     05 WRK-TABLE-NAME           PIC X(255).
018900     05 WRK-KEY-VALUE            PIC X(400).
019000     05 WRK-SORT-KEY-VALUE       PIC X(400).
019100     05 WRK-DISC-TYPE            PIC X(20).
019200     05 WRK-FIELD-NAME           PIC X(30).
019300     05 WRK-FIRST-SEEN           PIC 9(08).
019400     05 WRK-FIXES-FAILED         PIC 9(05).
019500
019600 WORKING-STORAGE SECTION.
019700 77  WS-DISC-EOF-SWITCH          PIC X(01)   VALUE 'N'.
019800     88 WS-DISC-AT-EOF                       VALUE 'Y'.
019900 77  WS-VFL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
020000     88 WS-VFL-AT-EOF                        VALUE 'Y'.
020100 77  WS-OBS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
020200     88 WS-OBS-AT-EOF                        VALUE 'Y'.
020300 77  WS-WORK-EOF-SWITCH          PIC X(01)   VALUE 'N'.
020400     88 WS-WORK-AT-EOF                       VALUE 'Y'.
020500 77  WS-HOUT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
020600     88 WS-HOUT-AT-EOF                       VALUE 'Y'.
020700 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
020800     88 WS-RUN-REFUSED                       VALUE 'Y'.
020900 77  WS-HISTORY-BAD-SWITCH       PIC X(01)   VALUE 'N'.
021000     88 WS-HISTORY-BAD                       VALUE 'Y'.
021100 77  WS-HISTIN-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
021200     88 WS-HISTIN-OPEN                       VALUE 'Y'.
021300 77  WS-HISTIN-TRAILER-SWITCH    PIC X(01)   VALUE 'N'.
021400     88 WS-HISTIN-TRAILER-SEEN               VALUE 'Y'.
021500 77  WS-WORST-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
021600 77  WS-RAISE-RC                 PIC 9(02) COMP VALUE ZERO.
021700
021800 77  WS-VFL-FILE-STATUS          PIC X(02)   VALUE SPACES.
021900     88 WS-VFL-FILE-OK                       VALUE '00'.
022000     88 WS-VFL-FILE-MISSING                  VALUE '05' '35'.
022100 77  WS-HIN-FILE-STATUS          PIC X(02)   VALUE SPACES.
022200     88 WS-HIN-FILE-OK                       VALUE '00'.
022300     88 WS-HIN-FILE-MISSING                  VALUE '05' '35'.
022400
022500 01  WS-PARM-LINE.
022600     05 WS-PARM-NIGHT            PIC X(08).
022700     05 WS-PARM-NIGHT-N REDEFINES
022800        WS-PARM-NIGHT            PIC 9(08).
022900     05 FILLER                   PIC X(01).
023000     05 WS-PARM-RETENTION        PIC X(03).
023100     05 WS-PARM-RETENTION-N REDEFINES
023200        WS-PARM-RETENTION        PIC 9(03).
023300     05 FILLER                   PIC X(68).
023400 77  WS-NIGHT                    PIC 9(08)   VALUE ZERO.
023500 77  WS-RETENTION-DAYS           PIC 9(03)   VALUE 90.
023600 77  WS-NIGHT-DAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
023700 77  WS-CLEARED-DAY-NUMBER       PIC 9(09) COMP VALUE ZERO.
023800 77  WS-RUN-ID                   PIC X(16)   VALUE SPACES.
023900 77  WS-DISC-TABLE-NAME          PIC X(255)  VALUE SPACES.
024000
024100 77  WS-DISCREPS-READ            PIC 9(09) COMP VALUE ZERO.
024200 77  WS-VERFAILS-READ            PIC 9(09) COMP VALUE ZERO.
024300 77  WS-VERFAILS-PASSED-OVER     PIC 9(09) COMP VALUE ZERO.
024400 77  WS-HISTIN-RECORDS           PIC 9(09) COMP VALUE ZERO.
024500 77  WS-HISTOUT-RECORDS          PIC 9(09) COMP VALUE ZERO.
024600 77  WS-TOTAL-OPEN               PIC 9(09) COMP VALUE ZERO.
024700 77  WS-TOTAL-OPENED             PIC 9(09) COMP VALUE ZERO.
024800 77  WS-TOTAL-CLOSED             PIC 9(09) COMP VALUE ZERO.
024900 77  WS-TOTAL-REOPENED           PIC 9(09) COMP VALUE ZERO.
025000 77  WS-TOTAL-CHRONIC            PIC 9(09) COMP VALUE ZERO.
025100 77  WS-TOTAL-OVER-30            PIC 9(09) COMP VALUE ZERO.
025200 77  WS-TOTAL-FIXES-FAILED       PIC 9(09) COMP VALUE ZERO.
025300 77  WS-TOTAL-PURGED             PIC 9(09) COMP VALUE ZERO.
025400 77  WS-WORKLIST-LINES           PIC 9(09) COMP VALUE ZERO.
025500
025600* THE NIGHT'S OBSERVATIONS OF ONE KEY, GATHERED FROM THE SORT,
025700* AND THE HISTORY MASTER'S CURRENT KEY - HIGH-VALUES AT THE END
025800* OF EITHER
025900 01  WS-OBSERVATION.
026000     05 WS-OBS-MATCH-KEY.
026100        10 WS-OBS-TABLE-NAME     PIC X(255).
026200        10 WS-OBS-KEY-VALUE      PIC X(400).
026300        10 WS-OBS-SORT-KEY-VALUE PIC X(400).
026400     05 WS-OBS-DISC-TYPE         PIC X(20).
026500     05 WS-OBS-FIELD-NAME        PIC X(30).
026600     05 WS-OBS-DISCREP-SWITCH    PIC X(01).
026700        88 WS-OBS-IN-DISCREP                 VALUE 'Y'.
026800     05 WS-OBS-FIX-FAILED-SWITCH PIC X(01).
026900        88 WS-OBS-FIX-FAILED                 VALUE 'Y'.
027000 77  WS-HISTIN-MATCH-KEY         PIC X(1055) VALUE LOW-VALUES.
027100 77  WS-PREV-HISTIN-KEY          PIC X(1055) VALUE LOW-VALUES.
027200
027300* ONE HISTORY MASTER DISCREPANCY RECORD
027400 01  WS-HIST-ENTRY.
027500     05 WS-HIST-RECORD-ID        PIC X(01).
027600     05 WS-HIST-TABLE-NAME       PIC X(255).
027700     05 WS-HIST-KEY-VALUE        PIC X(400).
027800     05 WS-HIST-SORT-KEY-VALUE   PIC X(400).
027900     05 WS-HIST-DISC-TYPE        PIC X(20).
028000     05 WS-HIST-FIELD-NAME       PIC X(30).
028100     05 WS-HIST-FIRST-SEEN       PIC 9(08).
028200     05 WS-HIST-LAST-SEEN        PIC 9(08).
028300     05 WS-HIST-CONSEC-NIGHTS    PIC 9(05).
028400     05 WS-HIST-CLEARED-DATE     PIC 9(08).
028500        88 WS-HIST-IS-OPEN                   VALUE ZERO.
028600     05 WS-HIST-TIMES-OPENED     PIC 9(05).
028700     05 WS-HIST-FIXES-FAILED     PIC 9(05).
028800     05 WS-HIST-LAST-RUN-ID      PIC X(16).
028900     05 FILLER                   PIC X(39).
029000
029100* OPENED / CLOSED / OPEN-AT-END TOTALS OF THE LAST 30 NIGHTS,
029200* OLDEST FIRST, CARRIED ON THE MASTER'S TRAILER
029300 77  WS-TREND-SUB                PIC 9(02) COMP VALUE ZERO.
029400 77  WS-TREND-COUNT              PIC 9(02)   VALUE ZERO.
029500 01  WS-TREND-NIGHTS.
029600     05 WS-TREND-NIGHT OCCURS 30 TIMES.
029700        10 WS-TREND-DATE         PIC 9(08).
029800        10 WS-TREND-OPENED       PIC 9(09).
029900        10 WS-TREND-CLOSED       PIC 9(09).
030000        10 WS-TREND-OPEN-AT-END  PIC 9(09).
030100
030200* PER-TABLE AGING; THE LAST ENTRY TAKES ANY TABLES BEYOND IT
030300 77  WS-TBL-SUB                  PIC 9(03) COMP VALUE ZERO.
030400 77  WS-FOUND-TBL                PIC 9(03) COMP VALUE ZERO.
030500 77  WS-BUCKET-SUB               PIC 9(01) COMP VALUE ZERO.
030600 77  WS-WANTED-TABLE             PIC X(255)  VALUE SPACES.
030700 01  WS-TABLE-AGING.
030800     05 WS-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
030900     05 WS-TBL-ENTRY OCCURS 100 TIMES.
031000        10 WS-TBL-NAME           PIC X(255).
031100        10 WS-TBL-RECON-SWITCH   PIC X(01).
031200           88 WS-TBL-RECONCILED              VALUE 'Y'.
031300        10 WS-TBL-OPEN           PIC 9(09) COMP.
031400        10 WS-TBL-BUCKET         PIC 9(09) COMP OCCURS 4 TIMES.
031500        10 WS-TBL-OPENED         PIC 9(09) COMP.
031600        10 WS-TBL-CLOSED         PIC 9(09) COMP.
031700 01  WS-TOTAL-BUCKETS.
031800     05 WS-TOTAL-BUCKET          PIC 9(09) COMP OCCURS 4 TIMES.
031900
032000 01  WS-HEADING-1.
032100     05 FILLER PIC X(43) VALUE
032200        'DYNDHIST - DISCREPANCY AGING REPORT  NIGHT '.
032300     05 WS-HDG-NIGHT             PIC 9(08).
032400     05 FILLER PIC X(06) VALUE '  RUN '.
032500     05 WS-HDG-RUN-ID            PIC X(16).
032600     05 FILLER                   PIC X(59) VALUE SPACES.
032700 01  WS-AGING-HEADING-1.
032800     05 FILLER PIC X(50) VALUE
032900        'OPEN DISCREPANCIES BY TABLE AND NIGHTS OPEN'.
033000     05 FILLER                   PIC X(82) VALUE SPACES.
033100 01  WS-AGING-HEADING-2.
033200     05 FILLER PIC X(46) VALUE
033300        'TABLE                                   RECON '.
033400     05 FILLER PIC X(44) VALUE
033500        '    OPEN        1      2-7     8-30      >30'.
033600     05 FILLER PIC X(18) VALUE
033700        '   OPENED   CLOSED'.
033800     05 FILLER                   PIC X(24) VALUE SPACES.
033900 01  WS-AGING-LINE.
034000     05 WS-AGL-TABLE-NAME        PIC X(40).
034100     05 FILLER                   PIC X(02) VALUE SPACES.
034200     05 WS-AGL-RECONCILED        PIC X(03).
034300     05 FILLER                   PIC X(01) VALUE SPACES.
034400     05 WS-AGL-OPEN              PIC ZZZZ,ZZ9.
034500     05 WS-AGL-BUCKET-AREA.
034600        10 WS-AGL-BUCKET OCCURS 4 TIMES.
034700           15 FILLER             PIC X(01).
034800           15 WS-AGL-BUCKET-N    PIC ZZZZ,ZZ9.
034900     05 FILLER                   PIC X(01) VALUE SPACES.
035000     05 WS-AGL-OPENED            PIC ZZZZ,ZZ9.
035100     05 FILLER                   PIC X(01) VALUE SPACES.
035200     05 WS-AGL-CLOSED            PIC ZZZZ,ZZ9.
035300     05 FILLER                   PIC X(24) VALUE SPACES.
035400 01  WS-TREND-HEADING-1.
035500     05 FILLER PIC X(50) VALUE
035600        'OPENED AND CLOSED BY NIGHT'.
035700     05 FILLER                   PIC X(82) VALUE SPACES.
035800 01  WS-TREND-HEADING-2.
035900     05 FILLER PIC X(50) VALUE
036000        '  NIGHT          OPENED     CLOSED  OPEN AT END'.
036100     05 FILLER                   PIC X(82) VALUE SPACES.
036200 01  WS-TREND-LINE.
036300     05 FILLER                   PIC X(02) VALUE SPACES.
036400     05 WS-TRL-DATE              PIC 9(08).
036500     05 FILLER                   PIC X(03) VALUE SPACES.
036600     05 WS-TRL-OPENED            PIC ZZZ,ZZZ,ZZ9.
036700     05 WS-TRL-CLOSED            PIC ZZZ,ZZZ,ZZ9.
036800     05 FILLER                   PIC X(02) VALUE SPACES.
036900     05 WS-TRL-OPEN-AT-END       PIC ZZZ,ZZZ,ZZ9.
037000     05 FILLER                   PIC X(84) VALUE SPACES.
037100 01  WS-WORKLIST-HEADING-1.
037200     05 FILLER PIC X(50) VALUE
037300        'WORKLIST - OPEN DISCREPANCIES, LONGEST OPEN FIRST '.
037400     05 FILLER PIC X(40) VALUE
037500        '(* = CHRONIC, OPEN 8 NIGHTS OR MORE)'.
037600     05 FILLER                   PIC X(42) VALUE SPACES.
037700 01  WS-WORKLIST-HEADING-2.
037800     05 FILLER PIC X(54) VALUE
037900        '  TABLE                    KEY                        '.
038000     05 FILLER PIC X(50) VALUE
038100        '   SORT KEY      TYPE                 FIELD       '.
038200     05 FILLER PIC X(28) VALUE
038300        '          FIRST NIGHTS FIXES'.
038400 01  WS-WORKLIST-LINE.
038500     05 WS-WKL-CHRONIC           PIC X(01).
038600     05 FILLER                   PIC X(01) VALUE SPACES.
038700     05 WS-WKL-TABLE-NAME        PIC X(24).
038800     05 FILLER                   PIC X(01) VALUE SPACES.
038900     05 WS-WKL-KEY-VALUE         PIC X(28).
039000     05 FILLER                   PIC X(01) VALUE SPACES.
039100     05 WS-WKL-SORT-KEY-VALUE    PIC X(12).
039200     05 FILLER                   PIC X(01) VALUE SPACES.
039300     05 WS-WKL-DISC-TYPE         PIC X(20).
039400     05 FILLER                   PIC X(01) VALUE SPACES.
039500     05 WS-WKL-FIELD-NAME        PIC X(20).
039600     05 FILLER                   PIC X(01) VALUE SPACES.
039700     05 WS-WKL-FIRST-SEEN        PIC 9(08).
039800     05 FILLER                   PIC X(01) VALUE SPACES.
039900     05 WS-WKL-NIGHTS            PIC ZZZZ9.
040000     05 FILLER                   PIC X(01) VALUE SPACES.
040100     05 WS-WKL-FIXES-FAILED      PIC ZZZZ9.
040200     05 FILLER                   PIC X(01) VALUE SPACES.
040300 01  WS-NONE-LINE.
040400     05 FILLER PIC X(50) VALUE
040500        '  NONE'.
040600     05 FILLER                   PIC X(82) VALUE SPACES.
040700 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
040800
040900 77  WS-STAT-JOB-NAME            PIC X(08)   VALUE 'DYNDHIST'.
041000 77  WS-STAT-TABLE-NAME          PIC X(255)  VALUE '*ALL TABLES*'.
041100 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
041200 01  WS-STAT-COUNTERS.
041300     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 8.
041400     05 FILLER                   PIC X(16)   VALUE
041500        'OPEN'.
041600     05 WS-STAT-OPEN             PIC 9(09)   VALUE ZERO.
041700     05 FILLER                   PIC X(16)   VALUE
041800        'OPENED'.
041900     05 WS-STAT-OPENED           PIC 9(09)   VALUE ZERO.
042000     05 FILLER                   PIC X(16)   VALUE
042100        'CLOSED'.
042200     05 WS-STAT-CLOSED           PIC 9(09)   VALUE ZERO.
042300     05 FILLER                   PIC X(16)   VALUE
042400        'REOPENED'.
042500     05 WS-STAT-REOPENED         PIC 9(09)   VALUE ZERO.
042600     05 FILLER                   PIC X(16)   VALUE
042700        'CHRONIC'.
042800     05 WS-STAT-CHRONIC          PIC 9(09)   VALUE ZERO.
042900     05 FILLER                   PIC X(16)   VALUE
043000        'OVER 30 NIGHTS'.
043100     05 WS-STAT-OVER-30          PIC 9(09)   VALUE ZERO.
043200     05 FILLER                   PIC X(16)   VALUE
043300        'FIXES FAILED'.
043400     05 WS-STAT-FIXES-FAILED     PIC 9(09)   VALUE ZERO.
043500     05 FILLER                   PIC X(16)   VALUE
043600        'PURGED'.
043700     05 WS-STAT-PURGED           PIC 9(09)   VALUE ZERO.
043800
043900 01  WS-RUN-DATE-TIME.
044000     05 WS-RUN-YYYYMMDD          PIC 9(08).
044100     05 WS-RUN-HHMMSSTT          PIC 9(08).
044200
044300 PROCEDURE DIVISION.
044400******************************************************************
044500*  0000-MAINLINE
044600******************************************************************
044700 0000-MAINLINE.
044800     PERFORM 1000-INITIALIZE
044900         THRU 1000-EXIT.
045000     IF NOT WS-RUN-REFUSED
045100         SORT OBSERVATION-SORT
045200             ON ASCENDING KEY OBS-MATCH-KEY
045300                              OBS-SOURCE
045400             INPUT PROCEDURE IS 2000-RELEASE-OBSERVATIONS
045500                 THRU 2000-EXIT
045600             OUTPUT PROCEDURE IS 3000-UPDATE-HISTORY
045700                 THRU 3000-EXIT
045800     END-IF.
045900     IF NOT WS-RUN-REFUSED
046000         PERFORM 3500-REPORT-AGING
046100             THRU 3500-EXIT
046200         PERFORM 3700-REPORT-TREND
046300             THRU 3700-EXIT
046400         SORT WORKLIST-SORT
046500             ON DESCENDING KEY WRK-CONSEC-NIGHTS
046600                ASCENDING KEY WRK-TABLE-NAME
046700                              WRK-KEY-VALUE
046800                              WRK-SORT-KEY-VALUE
046900             INPUT PROCEDURE IS 6000-RELEASE-OPEN-ITEMS
047000                 THRU 6000-EXIT
047100             OUTPUT PROCEDURE IS 7000-WRITE-WORKLIST
047200                 THRU 7000-EXIT
047300     END-IF.
047400     PERFORM 4000-TERMINATE
047500         THRU 4000-EXIT.
047600     PERFORM 8000-WRITE-RUN-STATS
047700         THRU 8000-EXIT.
047800     GOBACK.
047900
048000******************************************************************
048100*  1000-INITIALIZE - PICK UP THE SYSIN PARAMETERS AND OPEN THE
048200*                    HISTORY MASTER; A NIGHT ALREADY APPLIED IS
048300*                    REFUSED
048400******************************************************************
048500 1000-INITIALIZE.
048600     OPEN OUTPUT REPORT-FILE.
048700     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
048800     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
048900     MOVE SPACES TO WS-PARM-LINE.
049000     ACCEPT WS-PARM-LINE FROM SYSIN.
049100     IF WS-PARM-NIGHT-N NUMERIC
049200         AND WS-PARM-NIGHT-N > 19000101
049300         MOVE WS-PARM-NIGHT-N TO WS-NIGHT
049400     ELSE
049500         MOVE WS-RUN-YYYYMMDD TO WS-NIGHT
049600     END-IF.
049700     IF WS-PARM-RETENTION-N NUMERIC
049800         MOVE WS-PARM-RETENTION-N TO WS-RETENTION-DAYS
049900     END-IF.
050000     COMPUTE WS-NIGHT-DAY-NUMBER =
050100         FUNCTION INTEGER-OF-DATE (WS-NIGHT).
050200     DISPLAY 'DYNDHIST - APPLYING NIGHT ' WS-NIGHT.
050300     MOVE WS-NIGHT TO WS-HDG-NIGHT.
050400     PERFORM 1100-OPEN-HISTORY
050500         THRU 1100-EXIT.
050600 1000-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000*  1100-OPEN-HISTORY - OPEN HISTIN AND CHECK ITS HEADER.  NO
051100*                      HISTIN IS THE FIRST NIGHT - EVERYTHING SEEN
051200*                      OPENS
051300******************************************************************
051400 1100-OPEN-HISTORY.
051500     OPEN INPUT HISTORY-IN-FILE.
051600     IF WS-HIN-FILE-MISSING
051700* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
051800* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
051900         IF WS-HIN-FILE-STATUS = '05'
052000             CLOSE HISTORY-IN-FILE
052100         END-IF
052200         DISPLAY 'DYNDHIST - NO HISTIN - STARTING A NEW HISTORY'
052300         SET WS-HISTIN-TRAILER-SEEN TO TRUE
052400         GO TO 1100-EXIT
052500     END-IF.
052600     IF NOT WS-HIN-FILE-OK
052700         DISPLAY 'DYNDHIST - HISTIN OPEN FAILED, FILE STATUS '
052800             WS-HIN-FILE-STATUS
052900         PERFORM 1190-REFUSE-RUN
053000             THRU 1190-EXIT
053100         GO TO 1100-EXIT
053200     END-IF.
053300     SET WS-HISTIN-OPEN TO TRUE.
053400     READ HISTORY-IN-FILE
053500         AT END
053600             DISPLAY 'DYNDHIST - HISTIN IS EMPTY'
053700             PERFORM 1190-REFUSE-RUN
053800                 THRU 1190-EXIT
053900             GO TO 1100-EXIT
054000     END-READ.
054100     IF NOT HIN-IS-HEADER
054200         DISPLAY 'DYNDHIST - HISTIN HAS NO HEADER RECORD'
054300         PERFORM 1190-REFUSE-RUN
054400             THRU 1190-EXIT
054500         GO TO 1100-EXIT
054600     END-IF.
054700     DISPLAY 'DYNDHIST - HISTORY LAST APPLIED NIGHT '
054800         HIN-HDR-NIGHT ', RUN ' HIN-HDR-RUN-ID.
054900     IF HIN-HDR-NIGHT NOT < WS-NIGHT
055000         DISPLAY 'DYNDHIST - NIGHT ' WS-NIGHT
055100             ' IS ALREADY ON THE HISTORY - NOTHING APPLIED'
055200         PERFORM 1190-REFUSE-RUN
055300             THRU 1190-EXIT
055400     END-IF.
055500 1100-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*  1190-REFUSE-RUN - NOTHING IS APPLIED; THE HISTIN GENERATION
056000*                    STAYS THE CURRENT MASTER
056100******************************************************************
056200 1190-REFUSE-RUN.
056300     SET WS-RUN-REFUSED TO TRUE.
056400     MOVE 12 TO WS-RAISE-RC.
056500     PERFORM 5900-RAISE-RETURN-CODE
056600         THRU 5900-EXIT.
056700 1190-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*  2000-RELEASE-OBSERVATIONS - RELEASE TONIGHT'S DISCREP AND
057200*                              VERFAIL RECORDS TO THE SORT, AND
057300*                              NOTE WHICH TABLES WERE RECONCILED
057400******************************************************************
057500 2000-RELEASE-OBSERVATIONS.
057600     OPEN INPUT DISCREPANCY-FILE.
057700     PERFORM 2100-RELEASE-ONE-DISCREP
057800         THRU 2100-EXIT
057900         UNTIL WS-DISC-AT-EOF.
058000     CLOSE DISCREPANCY-FILE.
058100     IF WS-DISC-TABLE-NAME = SPACES
058200         AND NOT WS-RUN-REFUSED
058300         DISPLAY 'DYNDHIST - DISCREP HOLDS NO DISCREP-HEADER - '
058400             'NO TABLE WAS RECONCILED'
058500         PERFORM 1190-REFUSE-RUN
058600             THRU 1190-EXIT
058700     END-IF.
058800     IF WS-RUN-REFUSED
058900         GO TO 2000-EXIT
059000     END-IF.
059100     OPEN INPUT VERIFY-FAIL-FILE.
059200     IF WS-VFL-FILE-MISSING
059300         IF WS-VFL-FILE-STATUS = '05'
059400             CLOSE VERIFY-FAIL-FILE
059500         END-IF
059600         GO TO 2000-EXIT
059700     END-IF.
059800     IF NOT WS-VFL-FILE-OK
059900         DISPLAY 'DYNDHIST - VERFAIL OPEN FAILED, FILE STATUS '
060000             WS-VFL-FILE-STATUS
060100         PERFORM 1190-REFUSE-RUN
060200             THRU 1190-EXIT
060300         GO TO 2000-EXIT
060400     END-IF.
060500     PERFORM 2200-RELEASE-ONE-VERFAIL
060600         THRU 2200-EXIT
060700         UNTIL WS-VFL-AT-EOF.
060800     CLOSE VERIFY-FAIL-FILE.
060900 2000-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*  2100-RELEASE-ONE-DISCREP - A DISCREP-HEADER NAMES THE TABLE THE
061400*                             DISCREPANCIES AFTER IT BELONG TO AND
061500*                             MARKS IT RECONCILED TONIGHT
061600******************************************************************
061700 2100-RELEASE-ONE-DISCREP.
061800     READ DISCREPANCY-FILE
061900         AT END
062000             SET WS-DISC-AT-EOF TO TRUE
062100             GO TO 2100-EXIT
062200     END-READ.
062300     IF DISC-IS-HEADER
062400         MOVE DISC-HDR-TABLE-NAME TO WS-DISC-TABLE-NAME
062500                                     WS-WANTED-TABLE
062600         PERFORM 5400-FIND-TABLE
062700             THRU 5400-EXIT
062800         SET WS-TBL-RECONCILED (WS-FOUND-TBL) TO TRUE
062900         IF WS-RUN-ID = SPACES
063000             MOVE DISC-HDR-RUN-ID TO WS-RUN-ID
063100         END-IF
063200         GO TO 2100-EXIT
063300     END-IF.
063400     IF DISC-TYPE = SPACES
063500         GO TO 2100-EXIT
063600     END-IF.
063700     IF WS-DISC-TABLE-NAME = SPACES
063800         DISPLAY 'DYNDHIST - DISCREPANCY BEFORE ANY '
063900             'DISCREP-HEADER - NOTHING APPLIED'
064000         PERFORM 1190-REFUSE-RUN
064100             THRU 1190-EXIT
064200         SET WS-DISC-AT-EOF TO TRUE
064300         GO TO 2100-EXIT
064400     END-IF.
064500     ADD 1 TO WS-DISCREPS-READ.
064600     MOVE WS-DISC-TABLE-NAME  TO OBS-TABLE-NAME.
064700     MOVE DISC-KEY-VALUE      TO OBS-KEY-VALUE.
064800     MOVE DISC-SORT-KEY-VALUE TO OBS-SORT-KEY-VALUE.
064900     SET OBS-FROM-DISCREP     TO TRUE.
065000     MOVE DISC-TYPE           TO OBS-DISC-TYPE.
065100     MOVE DISC-FIELD-NAME     TO OBS-FIELD-NAME.
065200     RELEASE OBS-SORT-RECORD.
065300 2100-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*  2200-RELEASE-ONE-VERFAIL - A CORRECTION THAT DID NOT TAKE; A
065800*                             READ FAILURE PROVES NOTHING EITHER
065900*                             WAY AND IS PASSED OVER
066000******************************************************************
066100 2200-RELEASE-ONE-VERFAIL.
066200     READ VERIFY-FAIL-FILE
066300         AT END
066400             SET WS-VFL-AT-EOF TO TRUE
066500             GO TO 2200-EXIT
066600     END-READ.
066700     ADD 1 TO WS-VERFAILS-READ.
066800     IF VFL-RESULT (3:11) = 'READ FAILED'
066900         OR VFL-TABLE-NAME = SPACES
067000         ADD 1 TO WS-VERFAILS-PASSED-OVER
067100         GO TO 2200-EXIT
067200     END-IF.
067300     MOVE VFL-TABLE-NAME      TO OBS-TABLE-NAME.
067400     MOVE VFL-KEY-VALUE       TO OBS-KEY-VALUE.
067500     MOVE VFL-SORT-KEY-VALUE  TO OBS-SORT-KEY-VALUE.
067600     SET OBS-FROM-VERFAIL     TO TRUE.
067700     MOVE VFL-RESULT          TO OBS-DISC-TYPE.
067800     MOVE SPACES              TO OBS-FIELD-NAME.
067900     RELEASE OBS-SORT-RECORD.
068000 2200-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*  2910-READ-HISTORY - READ THE NEXT HISTIN DISCREPANCY.  THE
068500*                      TRAILER ENDS THE MASTER AND MUST AGREE WITH
068600*                      THE COUNT READ; KEYS MUST ASCEND
068700******************************************************************
068800 2910-READ-HISTORY.
068900     MOVE HIGH-VALUES TO WS-HISTIN-MATCH-KEY.
069000     IF WS-HISTIN-TRAILER-SEEN
069100         GO TO 2910-EXIT
069200     END-IF.
069300     READ HISTORY-IN-FILE
069400         AT END
069500             GO TO 2910-EXIT
069600     END-READ.
069700     IF HIN-IS-TRAILER
069800         SET WS-HISTIN-TRAILER-SEEN TO TRUE
069900         IF HIN-TRL-RECORD-COUNT NOT = WS-HISTIN-RECORDS
070000             DISPLAY 'DYNDHIST - HISTIN TRAILER COUNT '
070100                 HIN-TRL-RECORD-COUNT ' BUT ' WS-HISTIN-RECORDS
070200                 ' RECORDS READ'
070300             SET WS-HISTORY-BAD TO TRUE
070400         END-IF
070500         MOVE HIN-TRL-NIGHT-COUNT TO WS-TREND-COUNT
070600         MOVE HIN-TRL-NIGHTS      TO WS-TREND-NIGHTS
070700         IF WS-TREND-COUNT NOT NUMERIC
070800             OR WS-TREND-COUNT > 30
070900             MOVE ZERO TO WS-TREND-COUNT
071000         END-IF
071100         GO TO 2910-EXIT
071200     END-IF.
071300     IF NOT HIN-IS-DISCREPANCY
071400         DISPLAY 'DYNDHIST - HISTIN RECORD ID ' HIN-RECORD-ID
071500             ' IS NOT A DISCREPANCY'
071600         SET WS-HISTORY-BAD TO TRUE
071700         GO TO 2910-READ-HISTORY
071800     END-IF.
071900     ADD 1 TO WS-HISTIN-RECORDS.
072000     IF HIN-MATCH-KEY NOT > WS-PREV-HISTIN-KEY
072100         DISPLAY 'DYNDHIST - HISTIN OUT OF KEY ORDER AT RECORD '
072200             WS-HISTIN-RECORDS
072300         SET WS-HISTORY-BAD TO TRUE
072400     END-IF.
072500     MOVE HIN-MATCH-KEY TO WS-HISTIN-MATCH-KEY
072600                           WS-PREV-HISTIN-KEY.
072700 2910-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*  3000-UPDATE-HISTORY - MATCH THE SORTED OBSERVATIONS AGAINST THE
073200*                        HISTORY MASTER, KEY BY KEY, AND WRITE THE
073300*                        NEW MASTER WITH ITS HEADER AND, IF HISTIN
073400*                        CHECKED OUT, ITS TRAILER
073500******************************************************************
073600 3000-UPDATE-HISTORY.
073700     IF WS-RUN-REFUSED
073800         GO TO 3000-EXIT
073900     END-IF.
074000     OPEN OUTPUT HISTORY-OUT-FILE.
074100     MOVE SPACES TO HISTORY-OUT-HEADER-RECORD.
074200     MOVE 'H'       TO HOUT-RECORD-ID.
074300     MOVE WS-NIGHT  TO HOUT-HDR-NIGHT.
074400     MOVE WS-RUN-ID TO HOUT-HDR-RUN-ID.
074500     WRITE HISTORY-OUT-RECORD.
074600     IF WS-HISTIN-OPEN
074700         PERFORM 2910-READ-HISTORY
074800             THRU 2910-EXIT
074900     ELSE
075000         MOVE HIGH-VALUES TO WS-HISTIN-MATCH-KEY
075100     END-IF.
075200     PERFORM 3110-RETURN-OBSERVATION
075300         THRU 3110-EXIT.
075400     PERFORM 3150-GATHER-OBSERVATION
075500         THRU 3150-EXIT.
075600     PERFORM 3200-MATCH-ONE-KEY
075700         THRU 3200-EXIT
075800         UNTIL WS-OBS-MATCH-KEY = HIGH-VALUES
075900         AND WS-HISTIN-MATCH-KEY = HIGH-VALUES.
076000     IF WS-HISTIN-OPEN
076100         CLOSE HISTORY-IN-FILE
076200         MOVE 'N' TO WS-HISTIN-OPEN-SWITCH
076300     END-IF.
076400     IF NOT WS-HISTIN-TRAILER-SEEN
076500         DISPLAY 'DYNDHIST - HISTIN HAS NO TRAILER'
076600         SET WS-HISTORY-BAD TO TRUE
076700     END-IF.
076800     PERFORM 3900-ADD-TONIGHT-TO-TREND
076900         THRU 3900-EXIT.
077000     IF WS-HISTORY-BAD
077100         DISPLAY 'DYNDHIST - HISTIN IS DAMAGED - HISTOUT WRITTEN '
077200             'WITHOUT A TRAILER; RESTORE THE LAST GOOD GENERATION'
077300         MOVE 12 TO WS-RAISE-RC
077400         PERFORM 5900-RAISE-RETURN-CODE
077500             THRU 5900-EXIT
077600     ELSE
077700         MOVE SPACES TO HISTORY-OUT-TRAILER-RECORD
077800         MOVE 'T' TO HOUT-RECORD-ID
077900         MOVE WS-HISTOUT-RECORDS TO HOUT-TRL-RECORD-COUNT
078000         MOVE WS-TREND-COUNT     TO HOUT-TRL-NIGHT-COUNT
078100         MOVE WS-TREND-NIGHTS    TO HOUT-TRL-NIGHTS
078200         WRITE HISTORY-OUT-RECORD
078300     END-IF.
078400     CLOSE HISTORY-OUT-FILE.
078500 3000-EXIT.
078600     EXIT.
078700
078800******************************************************************
078900*  3110-RETURN-OBSERVATION - RETURN THE NEXT SORTED OBSERVATION
079000******************************************************************
079100 3110-RETURN-OBSERVATION.
079200     RETURN OBSERVATION-SORT
079300         AT END
079400             SET WS-OBS-AT-EOF TO TRUE
079500     END-RETURN.
079600 3110-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000*  3150-GATHER-OBSERVATION - GATHER EVERY OBSERVATION OF THE NEXT
080100*                            KEY INTO WS-OBSERVATION (HIGH-VALUES
080200*                            WHEN THE SORT IS EXHAUSTED), LEAVING
080300*                            THE FIRST RECORD OF THE KEY AFTER IT
080400*                            IN THE SORT RECORD
080500******************************************************************
080600 3150-GATHER-OBSERVATION.
080700     IF WS-OBS-AT-EOF
080800         MOVE HIGH-VALUES TO WS-OBS-MATCH-KEY
080900         GO TO 3150-EXIT
081000     END-IF.
081100     MOVE OBS-MATCH-KEY TO WS-OBS-MATCH-KEY.
081200     MOVE SPACES TO WS-OBS-DISC-TYPE
081300                    WS-OBS-FIELD-NAME.
081400     MOVE 'N' TO WS-OBS-DISCREP-SWITCH
081500                 WS-OBS-FIX-FAILED-SWITCH.
081600     PERFORM 3160-ABSORB-ONE-OBSERVATION
081700         THRU 3160-EXIT
081800         UNTIL WS-OBS-AT-EOF
081900         OR OBS-MATCH-KEY NOT = WS-OBS-MATCH-KEY.
082000 3150-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400*  3160-ABSORB-ONE-OBSERVATION - DISCREP GIVES THE TYPE AND FIELD;
082500*                                VERFAIL MARKS A FAILED FIX (AND
082600*                                GIVES THE TYPE ONLY IF DISCREP
082700*                                DID NOT)
082800******************************************************************
082900 3160-ABSORB-ONE-OBSERVATION.
083000     IF OBS-FROM-DISCREP
083100         SET WS-OBS-IN-DISCREP TO TRUE
083200         MOVE OBS-DISC-TYPE  TO WS-OBS-DISC-TYPE
083300         MOVE OBS-FIELD-NAME TO WS-OBS-FIELD-NAME
083400     ELSE
083500         SET WS-OBS-FIX-FAILED TO TRUE
083600         IF NOT WS-OBS-IN-DISCREP
083700             MOVE OBS-DISC-TYPE TO WS-OBS-DISC-TYPE
083800         END-IF
083900     END-IF.
084000     PERFORM 3110-RETURN-OBSERVATION
084100         THRU 3110-EXIT.
084200 3160-EXIT.
084300     EXIT.
084400
084500******************************************************************
084600*  3200-MATCH-ONE-KEY - THE BALANCED-LINE STEP -
084700*                       OBSERVATION LOWER - NEW DISCREPANCY
084800*                       KEYS EQUAL        - SEEN AGAIN
084900*                       HISTORY LOWER     - NOT SEEN TONIGHT
085000******************************************************************
085100 3200-MATCH-ONE-KEY.
085200     IF WS-OBS-MATCH-KEY < WS-HISTIN-MATCH-KEY
085300         PERFORM 3300-OPEN-NEW-ITEM
085400             THRU 3300-EXIT
085500         PERFORM 3150-GATHER-OBSERVATION
085600             THRU 3150-EXIT
085700         GO TO 3200-EXIT
085800     END-IF.
085900     IF WS-OBS-MATCH-KEY = WS-HISTIN-MATCH-KEY
086000         PERFORM 3400-ITEM-SEEN-AGAIN
086100             THRU 3400-EXIT
086200         PERFORM 3150-GATHER-OBSERVATION
086300             THRU 3150-EXIT
086400         PERFORM 2910-READ-HISTORY
086500             THRU 2910-EXIT
086600         GO TO 3200-EXIT
086700     END-IF.
086800     PERFORM 3450-ITEM-NOT-SEEN
086900         THRU 3450-EXIT.
087000     PERFORM 2910-READ-HISTORY
087100         THRU 2910-EXIT.
087200 3200-EXIT.
087300     EXIT.
087400
087500******************************************************************
087600*  3300-OPEN-NEW-ITEM - FIRST TIME THIS KEY HAS BEEN SEEN
087700******************************************************************
087800 3300-OPEN-NEW-ITEM.
087900     INITIALIZE WS-HIST-ENTRY.
088000     MOVE 'D'                   TO WS-HIST-RECORD-ID.
088100     MOVE WS-OBS-TABLE-NAME     TO WS-HIST-TABLE-NAME.
088200     MOVE WS-OBS-KEY-VALUE      TO WS-HIST-KEY-VALUE.
088300     MOVE WS-OBS-SORT-KEY-VALUE TO WS-HIST-SORT-KEY-VALUE.
088400     MOVE WS-OBS-DISC-TYPE      TO WS-HIST-DISC-TYPE.
088500     MOVE WS-OBS-FIELD-NAME     TO WS-HIST-FIELD-NAME.
088600     MOVE WS-NIGHT              TO WS-HIST-FIRST-SEEN
088700                                   WS-HIST-LAST-SEEN.
088800     MOVE 1                     TO WS-HIST-CONSEC-NIGHTS
088900                                   WS-HIST-TIMES-OPENED.
089000     IF WS-OBS-FIX-FAILED
089100         MOVE 1 TO WS-HIST-FIXES-FAILED
089200         ADD 1 TO WS-TOTAL-FIXES-FAILED
089300     END-IF.
089400     MOVE WS-RUN-ID             TO WS-HIST-LAST-RUN-ID.
089500     PERFORM 3600-COUNT-OPENED
089600         THRU 3600-EXIT.
089700     PERFORM 3800-WRITE-HISTORY
089800         THRU 3800-EXIT.
089900 3300-EXIT.
090000     EXIT.
090100
090200******************************************************************
090300*  3400-ITEM-SEEN-AGAIN - AN OPEN ITEM STAYS OPEN ONE MORE NIGHT;
090400*                         A CLEARED ONE IS REOPENED FROM TONIGHT
090500******************************************************************
090600 3400-ITEM-SEEN-AGAIN.
090700     MOVE HISTORY-IN-RECORD TO WS-HIST-ENTRY.
090800     IF WS-HIST-IS-OPEN
090900         ADD 1 TO WS-HIST-CONSEC-NIGHTS
091000     ELSE
091100         MOVE WS-NIGHT TO WS-HIST-FIRST-SEEN
091200         MOVE 1        TO WS-HIST-CONSEC-NIGHTS
091300         MOVE ZERO     TO WS-HIST-CLEARED-DATE
091400         ADD 1 TO WS-HIST-TIMES-OPENED
091500                  WS-TOTAL-REOPENED
091600         PERFORM 3600-COUNT-OPENED
091700             THRU 3600-EXIT
091800     END-IF.
091900     MOVE WS-NIGHT TO WS-HIST-LAST-SEEN.
092000     IF WS-OBS-IN-DISCREP
092100         MOVE WS-OBS-DISC-TYPE  TO WS-HIST-DISC-TYPE
092200         MOVE WS-OBS-FIELD-NAME TO WS-HIST-FIELD-NAME
092300     END-IF.
092400     IF WS-OBS-FIX-FAILED
092500         ADD 1 TO WS-HIST-FIXES-FAILED
092600                  WS-TOTAL-FIXES-FAILED
092700     END-IF.
092800     MOVE WS-RUN-ID TO WS-HIST-LAST-RUN-ID.
092900     PERFORM 3800-WRITE-HISTORY
093000         THRU 3800-EXIT.
093100 3400-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500*  3450-ITEM-NOT-SEEN - AN OPEN ITEM CLEARS TONIGHT IF ITS TABLE
093600*                       WAS RECONCILED; A CLEARED ITEM PAST THE
093700*                       RETENTION PERIOD IS DROPPED
093800******************************************************************
093900 3450-ITEM-NOT-SEEN.
094000     MOVE HISTORY-IN-RECORD TO WS-HIST-ENTRY.
094100     IF WS-HIST-IS-OPEN
094200         MOVE WS-HIST-TABLE-NAME TO WS-WANTED-TABLE
094300         PERFORM 5400-FIND-TABLE
094400             THRU 5400-EXIT
094500         IF WS-TBL-RECONCILED (WS-FOUND-TBL)
094600             MOVE WS-NIGHT TO WS-HIST-CLEARED-DATE
094700             ADD 1 TO WS-TOTAL-CLOSED
094800                      WS-TBL-CLOSED (WS-FOUND-TBL)
094900         END-IF
095000         PERFORM 3800-WRITE-HISTORY
095100             THRU 3800-EXIT
095200         GO TO 3450-EXIT
095300     END-IF.
095400     COMPUTE WS-CLEARED-DAY-NUMBER =
095500         FUNCTION INTEGER-OF-DATE (WS-HIST-CLEARED-DATE).
095600     IF WS-CLEARED-DAY-NUMBER + WS-RETENTION-DAYS
095700         < WS-NIGHT-DAY-NUMBER
095800         ADD 1 TO WS-TOTAL-PURGED
095900         GO TO 3450-EXIT
096000     END-IF.
096100     PERFORM 3800-WRITE-HISTORY
096200         THRU 3800-EXIT.
096300 3450-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700*  3500-REPORT-AGING - HEADING AND THE PER-TABLE AGING BLOCK
096800******************************************************************
096900 3500-REPORT-AGING.
097000     MOVE WS-RUN-ID TO WS-HDG-RUN-ID.
097100     WRITE REPORT-RECORD FROM WS-HEADING-1.
097200     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
097300     WRITE REPORT-RECORD FROM WS-AGING-HEADING-1.
097400     WRITE REPORT-RECORD FROM WS-AGING-HEADING-2.
097500     PERFORM 3550-REPORT-ONE-TABLE
097600         THRU 3550-EXIT
097700         VARYING WS-TBL-SUB FROM 1 BY 1
097800         UNTIL WS-TBL-SUB > WS-TBL-COUNT.
097900     MOVE SPACES TO WS-AGING-LINE.
098000     MOVE '*TOTAL*'          TO WS-AGL-TABLE-NAME.
098100     MOVE WS-TOTAL-OPEN      TO WS-AGL-OPEN.
098200     PERFORM 3560-EDIT-ONE-TOTAL-BUCKET
098300         THRU 3560-EXIT
098400         VARYING WS-BUCKET-SUB FROM 1 BY 1
098500         UNTIL WS-BUCKET-SUB > 4.
098600     MOVE WS-TOTAL-OPENED    TO WS-AGL-OPENED.
098700     MOVE WS-TOTAL-CLOSED    TO WS-AGL-CLOSED.
098800     WRITE REPORT-RECORD FROM WS-AGING-LINE.
098900 3500-EXIT.
099000     EXIT.
099100
099200******************************************************************
099300*  3550-REPORT-ONE-TABLE - ONE TABLE'S AGING LINE
099400******************************************************************
099500 3550-REPORT-ONE-TABLE.
099600     MOVE SPACES TO WS-AGING-LINE.
099700     MOVE WS-TBL-NAME (WS-TBL-SUB) TO WS-AGL-TABLE-NAME.
099800     IF WS-TBL-RECONCILED (WS-TBL-SUB)
099900         MOVE 'YES' TO WS-AGL-RECONCILED
100000     ELSE
100100         MOVE 'NO'  TO WS-AGL-RECONCILED
100200     END-IF.
100300     MOVE WS-TBL-OPEN (WS-TBL-SUB) TO WS-AGL-OPEN.
100400     PERFORM 3570-EDIT-ONE-TABLE-BUCKET
100500         THRU 3570-EXIT
100600         VARYING WS-BUCKET-SUB FROM 1 BY 1
100700         UNTIL WS-BUCKET-SUB > 4.
100800     MOVE WS-TBL-OPENED (WS-TBL-SUB) TO WS-AGL-OPENED.
100900     MOVE WS-TBL-CLOSED (WS-TBL-SUB) TO WS-AGL-CLOSED.
101000     WRITE REPORT-RECORD FROM WS-AGING-LINE.
101100 3550-EXIT.
101200     EXIT.
101300
101400******************************************************************
101500*  3560-EDIT-ONE-TOTAL-BUCKET - ONE BUCKET OF THE TOTAL LINE
101600******************************************************************
101700 3560-EDIT-ONE-TOTAL-BUCKET.
101800     MOVE WS-TOTAL-BUCKET (WS-BUCKET-SUB)
101900         TO WS-AGL-BUCKET-N (WS-BUCKET-SUB).
102000 3560-EXIT.
102100     EXIT.
102200
102300******************************************************************
102400*  3570-EDIT-ONE-TABLE-BUCKET - ONE BUCKET OF A TABLE'S LINE
102500******************************************************************
102600 3570-EDIT-ONE-TABLE-BUCKET.
102700     MOVE WS-TBL-BUCKET (WS-TBL-SUB WS-BUCKET-SUB)
102800         TO WS-AGL-BUCKET-N (WS-BUCKET-SUB).
102900 3570-EXIT.
103000     EXIT.
103100
103200******************************************************************
103300*  3600-COUNT-OPENED - COUNT AN ITEM OPENED OR REOPENED TONIGHT
103400*                      AGAINST ITS TABLE
103500******************************************************************
103600 3600-COUNT-OPENED.
103700     MOVE WS-HIST-TABLE-NAME TO WS-WANTED-TABLE.
103800     PERFORM 5400-FIND-TABLE
103900         THRU 5400-EXIT.
104000     ADD 1 TO WS-TOTAL-OPENED
104100              WS-TBL-OPENED (WS-FOUND-TBL).
104200 3600-EXIT.
104300     EXIT.
104400
104500******************************************************************
104600*  3700-REPORT-TREND - THE LAST 30 NIGHTS' OPENED AND CLOSED
104700*                      TOTALS, TONIGHT LAST
104800******************************************************************
104900 3700-REPORT-TREND.
105000     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
105100     WRITE REPORT-RECORD FROM WS-TREND-HEADING-1.
105200     WRITE REPORT-RECORD FROM WS-TREND-HEADING-2.
105300     PERFORM 3750-REPORT-ONE-NIGHT
105400         THRU 3750-EXIT
105500         VARYING WS-TREND-SUB FROM 1 BY 1
105600         UNTIL WS-TREND-SUB > WS-TREND-COUNT.
105700 3700-EXIT.
105800     EXIT.
105900
106000******************************************************************
106100*  3750-REPORT-ONE-NIGHT - ONE NIGHT'S TREND LINE
106200******************************************************************
106300 3750-REPORT-ONE-NIGHT.
106400     MOVE WS-TREND-DATE (WS-TREND-SUB)   TO WS-TRL-DATE.
106500     MOVE WS-TREND-OPENED (WS-TREND-SUB) TO WS-TRL-OPENED.
106600     MOVE WS-TREND-CLOSED (WS-TREND-SUB) TO WS-TRL-CLOSED.
106700     MOVE WS-TREND-OPEN-AT-END (WS-TREND-SUB)
106800         TO WS-TRL-OPEN-AT-END.
106900     WRITE REPORT-RECORD FROM WS-TREND-LINE.
107000 3750-EXIT.
107100     EXIT.
107200
107300******************************************************************
107400*  3800-WRITE-HISTORY - WRITE ONE DISCREPANCY TO THE NEW MASTER
107500*                       AND AGE IT IF IT IS STILL OPEN
107600******************************************************************
107700 3800-WRITE-HISTORY.
107800     WRITE HISTORY-OUT-RECORD FROM WS-HIST-ENTRY.
107900     ADD 1 TO WS-HISTOUT-RECORDS.
108000     IF NOT WS-HIST-IS-OPEN
108100         GO TO 3800-EXIT
108200     END-IF.
108300     MOVE WS-HIST-TABLE-NAME TO WS-WANTED-TABLE.
108400     PERFORM 5400-FIND-TABLE
108500         THRU 5400-EXIT.
108600     EVALUATE TRUE
108700         WHEN WS-HIST-CONSEC-NIGHTS < 2
108800             MOVE 1 TO WS-BUCKET-SUB
108900         WHEN WS-HIST-CONSEC-NIGHTS < 8
109000             MOVE 2 TO WS-BUCKET-SUB
109100         WHEN WS-HIST-CONSEC-NIGHTS < 31
109200             MOVE 3 TO WS-BUCKET-SUB
109300         WHEN OTHER
109400             MOVE 4 TO WS-BUCKET-SUB
109500     END-EVALUATE.
109600     ADD 1 TO WS-TOTAL-OPEN
109700              WS-TBL-OPEN (WS-FOUND-TBL)
109800              WS-TOTAL-BUCKET (WS-BUCKET-SUB)
109900              WS-TBL-BUCKET (WS-FOUND-TBL WS-BUCKET-SUB).
110000     IF WS-BUCKET-SUB > 2
110100         ADD 1 TO WS-TOTAL-CHRONIC
110200     END-IF.
110300     IF WS-BUCKET-SUB = 4
110400         ADD 1 TO WS-TOTAL-OVER-30
110500     END-IF.
110600 3800-EXIT.
110700     EXIT.
110800
110900******************************************************************
111000*  3900-ADD-TONIGHT-TO-TREND - APPEND TONIGHT'S TOTALS TO THE
111100*                              TREND, DROPPING THE OLDEST NIGHT
111200*                              ONCE 30 ARE HELD
111300******************************************************************
111400 3900-ADD-TONIGHT-TO-TREND.
111500     IF WS-TREND-COUNT = 30
111600         PERFORM 3950-SHIFT-ONE-NIGHT
111700             THRU 3950-EXIT
111800             VARYING WS-TREND-SUB FROM 1 BY 1
111900             UNTIL WS-TREND-SUB > 29
112000     ELSE
112100         ADD 1 TO WS-TREND-COUNT
112200     END-IF.
112300     MOVE WS-TREND-COUNT  TO WS-TREND-SUB.
112400     MOVE WS-NIGHT        TO WS-TREND-DATE (WS-TREND-SUB).
112500     MOVE WS-TOTAL-OPENED TO WS-TREND-OPENED (WS-TREND-SUB).
112600     MOVE WS-TOTAL-CLOSED TO WS-TREND-CLOSED (WS-TREND-SUB).
112700     MOVE WS-TOTAL-OPEN   TO WS-TREND-OPEN-AT-END (WS-TREND-SUB).
112800 3900-EXIT.
112900     EXIT.
113000
113100******************************************************************
113200*  3950-SHIFT-ONE-NIGHT - MOVE ONE TREND NIGHT DOWN A PLACE
113300******************************************************************
113400 3950-SHIFT-ONE-NIGHT.
113500     MOVE WS-TREND-NIGHT (WS-TREND-SUB + 1)
113600         TO WS-TREND-NIGHT (WS-TREND-SUB).
113700 3950-EXIT.
113800     EXIT.
113900
114000******************************************************************
114100*  4000-TERMINATE - CLOSE THE REPORT, DISPLAY RUN TOTALS, AND SET
114200*                   THE RETURN CODE
114300******************************************************************
114400 4000-TERMINATE.
114500     IF WS-HISTIN-OPEN
114600         CLOSE HISTORY-IN-FILE
114700     END-IF.
114800     IF WS-RUN-REFUSED
114900         MOVE WS-RUN-ID TO WS-HDG-RUN-ID
115000         WRITE REPORT-RECORD FROM WS-HEADING-1
115100         DISPLAY 'DYNDHIST - RUN REFUSED - HISTORY NOT UPDATED'
115200     END-IF.
115300     CLOSE REPORT-FILE.
115400     DISPLAY 'DYNDHIST - DISCREP RECORDS   : ' WS-DISCREPS-READ.
115500     DISPLAY 'DYNDHIST - VERFAIL RECORDS   : ' WS-VERFAILS-READ.
115600     DISPLAY 'DYNDHIST - VERFAIL PASSED BY : '
115700         WS-VERFAILS-PASSED-OVER.
115800     DISPLAY 'DYNDHIST - OPENED TONIGHT    : ' WS-TOTAL-OPENED.
115900     DISPLAY 'DYNDHIST - CLOSED TONIGHT    : ' WS-TOTAL-CLOSED.
116000     DISPLAY 'DYNDHIST - STILL OPEN        : ' WS-TOTAL-OPEN.
116100     DISPLAY 'DYNDHIST - OPEN OVER 30      : ' WS-TOTAL-OVER-30.
116200     DISPLAY 'DYNDHIST - PURGED            : ' WS-TOTAL-PURGED.
116300     IF WS-TOTAL-OVER-30 > ZERO
116400         MOVE 4 TO WS-RAISE-RC
116500         PERFORM 5900-RAISE-RETURN-CODE
116600             THRU 5900-EXIT
116700     END-IF.
116800     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
116900 4000-EXIT.
117000     EXIT.
117100
117200******************************************************************
117300*  5400-FIND-TABLE - FIND WS-WANTED-TABLE IN THE AGING TABLE, OR
117400*                    ADD IT; ITS PLACE IS LEFT IN WS-FOUND-TBL.
117500*                    PAST 99 TABLES THE REST SHARE THE LAST ENTRY
117600******************************************************************
117700 5400-FIND-TABLE.
117800     MOVE ZERO TO WS-FOUND-TBL.
117900     PERFORM 5410-CHECK-ONE-TABLE
118000         THRU 5410-EXIT
118100         VARYING WS-TBL-SUB FROM 1 BY 1
118200         UNTIL WS-TBL-SUB > WS-TBL-COUNT
118300         OR WS-FOUND-TBL > ZERO.
118400     IF WS-FOUND-TBL > ZERO
118500         GO TO 5400-EXIT
118600     END-IF.
118700     IF WS-TBL-COUNT = 100
118800         MOVE 100 TO WS-FOUND-TBL
118900         MOVE '(OTHER TABLES)' TO WS-TBL-NAME (100)
119000         GO TO 5400-EXIT
119100     END-IF.
119200     ADD 1 TO WS-TBL-COUNT.
119300     MOVE WS-TBL-COUNT TO WS-FOUND-TBL.
119400     INITIALIZE WS-TBL-ENTRY (WS-FOUND-TBL).
119500     MOVE WS-WANTED-TABLE TO WS-TBL-NAME (WS-FOUND-TBL).
119600     MOVE 'N' TO WS-TBL-RECON-SWITCH (WS-FOUND-TBL).
119700 5400-EXIT.
119800     EXIT.
119900
120000******************************************************************
120100*  5410-CHECK-ONE-TABLE - IS THIS AGING ENTRY WS-WANTED-TABLE
120200******************************************************************
120300 5410-CHECK-ONE-TABLE.
120400     IF WS-TBL-NAME (WS-TBL-SUB) = WS-WANTED-TABLE
120500         MOVE WS-TBL-SUB TO WS-FOUND-TBL
120600     END-IF.
120700 5410-EXIT.
120800     EXIT.
120900
121000******************************************************************
121100*  5900-RAISE-RETURN-CODE - KEEP THE WORST RETURN CODE SEEN
121200******************************************************************
121300 5900-RAISE-RETURN-CODE.
121400     IF WS-RAISE-RC > WS-WORST-RETURN-CODE
121500         MOVE WS-RAISE-RC TO WS-WORST-RETURN-CODE
121600     END-IF.
121700 5900-EXIT.
121800     EXIT.
121900
122000******************************************************************
122100*  6000-RELEASE-OPEN-ITEMS - READ THE NEW MASTER BACK AND RELEASE
122200*                            EVERY OPEN ITEM TO THE WORKLIST SORT
122300******************************************************************
122400 6000-RELEASE-OPEN-ITEMS.
122500     OPEN INPUT HISTORY-OUT-FILE.
122600     PERFORM 6100-RELEASE-ONE-ITEM
122700         THRU 6100-EXIT
122800         UNTIL WS-HOUT-AT-EOF.
122900     CLOSE HISTORY-OUT-FILE.
123000 6000-EXIT.
123100     EXIT.
123200
123300******************************************************************
123400*  6100-RELEASE-ONE-ITEM - RELEASE ONE OPEN DISCREPANCY
123500******************************************************************
123600 6100-RELEASE-ONE-ITEM.
123700     READ HISTORY-OUT-FILE INTO WS-HIST-ENTRY
123800         AT END
123900             SET WS-HOUT-AT-EOF TO TRUE
124000             GO TO 6100-EXIT
124100     END-READ.
124200     IF NOT HOUT-IS-DISCREPANCY
124300         OR NOT WS-HIST-IS-OPEN
124400         GO TO 6100-EXIT
124500     END-IF.
124600     MOVE WS-HIST-CONSEC-NIGHTS  TO WRK-CONSEC-NIGHTS.
124700     MOVE WS-HIST-TABLE-NAME     TO WRK-TABLE-NAME.
124800     MOVE WS-HIST-KEY-VALUE      TO WRK-KEY-VALUE.
124900     MOVE WS-HIST-SORT-KEY-VALUE TO WRK-SORT-KEY-VALUE.
125000     MOVE WS-HIST-DISC-TYPE      TO WRK-DISC-TYPE.
125100     MOVE WS-HIST-FIELD-NAME     TO WRK-FIELD-NAME.
125200     MOVE WS-HIST-FIRST-SEEN     TO WRK-FIRST-SEEN.
125300     MOVE WS-HIST-FIXES-FAILED   TO WRK-FIXES-FAILED.
125400     RELEASE WORK-SORT-RECORD.
125500 6100-EXIT.
125600     EXIT.
125700
125800******************************************************************
125900*  7000-WRITE-WORKLIST - THE OPEN ITEMS, LONGEST OPEN FIRST
126000******************************************************************
126100 7000-WRITE-WORKLIST.
126200     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
126300     WRITE REPORT-RECORD FROM WS-WORKLIST-HEADING-1.
126400     WRITE REPORT-RECORD FROM WS-WORKLIST-HEADING-2.
126500     PERFORM 7100-WRITE-ONE-ITEM
126600         THRU 7100-EXIT
126700         UNTIL WS-WORK-AT-EOF.
126800     IF WS-WORKLIST-LINES = ZERO
126900         WRITE REPORT-RECORD FROM WS-NONE-LINE
127000     END-IF.
127100 7000-EXIT.
127200     EXIT.
127300
127400******************************************************************
127500*  7100-WRITE-ONE-ITEM - ONE WORKLIST LINE
127600******************************************************************
127700 7100-WRITE-ONE-ITEM.
127800     RETURN WORKLIST-SORT
127900         AT END
128000             SET WS-WORK-AT-EOF TO TRUE
128100             GO TO 7100-EXIT
128200     END-RETURN.
128300     MOVE SPACES TO WS-WORKLIST-LINE.
128400     IF WRK-CONSEC-NIGHTS > 7
128500         MOVE '*' TO WS-WKL-CHRONIC
128600     END-IF.
128700     MOVE WRK-TABLE-NAME     TO WS-WKL-TABLE-NAME.
128800     MOVE WRK-KEY-VALUE      TO WS-WKL-KEY-VALUE.
128900     MOVE WRK-SORT-KEY-VALUE TO WS-WKL-SORT-KEY-VALUE.
129000     MOVE WRK-DISC-TYPE      TO WS-WKL-DISC-TYPE.
129100     MOVE WRK-FIELD-NAME     TO WS-WKL-FIELD-NAME.
129200     MOVE WRK-FIRST-SEEN     TO WS-WKL-FIRST-SEEN.
129300     MOVE WRK-CONSEC-NIGHTS  TO WS-WKL-NIGHTS.
129400     MOVE WRK-FIXES-FAILED   TO WS-WKL-FIXES-FAILED.
129500     WRITE REPORT-RECORD FROM WS-WORKLIST-LINE.
129600     ADD 1 TO WS-WORKLIST-LINES.
129700 7100-EXIT.
129800     EXIT.
129900
130000******************************************************************
130100*  8000-WRITE-RUN-STATS - HAND THE RUN'S TOTALS AND FINAL
130200*                         RETURN CODE TO DYNSTATW FOR THE
130300*                         DYNOPSRP DAILY OPERATIONS REPORT
130400******************************************************************
130500 8000-WRITE-RUN-STATS.
130600     MOVE WS-TOTAL-OPEN          TO WS-STAT-OPEN.
130700     MOVE WS-TOTAL-OPENED        TO WS-STAT-OPENED.
130800     MOVE WS-TOTAL-CLOSED        TO WS-STAT-CLOSED.
130900     MOVE WS-TOTAL-REOPENED      TO WS-STAT-REOPENED.
131000     MOVE WS-TOTAL-CHRONIC       TO WS-STAT-CHRONIC.
131100     MOVE WS-TOTAL-OVER-30       TO WS-STAT-OVER-30.
131200     MOVE WS-TOTAL-FIXES-FAILED  TO WS-STAT-FIXES-FAILED.
131300     MOVE WS-TOTAL-PURGED        TO WS-STAT-PURGED.
131400     MOVE RETURN-CODE            TO WS-STAT-RETURN-CODE.
131500     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
131600                           WS-STAT-TABLE-NAME
131700                           WS-STAT-RETURN-CODE
131800                           WS-STAT-COUNTERS
131900                           WS-RUN-ID.
132000     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
132100 8000-EXIT.
132200     EXIT.
