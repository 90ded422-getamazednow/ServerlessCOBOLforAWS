000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNPROF.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - DATA-QUALITY PROFILE OF A
001100*                 VERIFIED DYNEXPRT EXPORT, FIELD BY FIELD AND
001200*                 TABLE BY TABLE, WITH THE CHANGE SINCE LAST
001300*                 MONTH'S PROFILE, SO A FIELD THAT QUIETLY STOPS
001400*                 BEING FILLED OR A KEY THAT STARTS TO RUN HOT IS
001500*                 SEEN BEFORE IT BREAKS A DOWNSTREAM JOB.
001501* 2026-10-15  JH  AN UNEXPECTED EXPORT RECORD NOW REFUSES THE RUN,
001502*                 SO NO PROFOUT IS WRITTEN WITHOUT THE TABLES
001503*                 AFTER IT.
001600******************************************************************
001700******************************************************************
001800*  DYNPROF READS A DYNEXPRT EXPORT (DD DYNEXPRT) - ONE TABLE, OR
001900*  THE CONSECUTIVE HEADER/DATA/TRAILER SECTIONS OF A TABLCTL RUN -
002000*  AND PROFILES EVERY TABLE ON IT -
002100*
002200*      PER FIELD OF THE TABLE'S RECLAYT LAYOUT - HOW MANY ITEMS
002300*      HAVE IT FILLED (NOT BLANK) AND THE FILL RATE, HOW MANY
002400*      VALUES OF A NUMERIC (TYPE N) FIELD WILL NOT PARSE AS A
002500*      NUMBER, THE NUMBER OF DISTINCT VALUES, THE MINIMUM AND
002600*      MAXIMUM (BY NUMBER FOR A TYPE N FIELD, BY CHARACTER FOR A
002700*      TYPE C FIELD), AND THE MOST FREQUENT VALUES
002800*
002900*      PER TABLE - THE ITEM COUNT, THE DISTRIBUTION OF RECORD
003000*      LENGTHS AND HOW MANY ITEMS ARE NEAR THE 2000-BYTE LIMIT OF
003100*      THE EXPORT RECORD (1800 AND OVER), AND THE PARTITION KEY
003200*      SKEW - HOW MANY DISTINCT KEYS, AND WHAT SHARE OF THE ITEMS
003300*      SIT ON THE BUSIEST KEY AND ON THE TOP KEYS
003400*
003500*  VALUES ARE COUNTED AND COMPARED ON THEIR FIRST 100 BYTES.  A
003600*  TABLCTL RUN SELECTS EACH TABLE'S '*LAYOUT' SECTION BY ITS
003700*  TCTL-LAYOUT-DSN, AS DYNRECON DOES; WITHOUT TABLCTL THE FIRST
003800*  TABLE ON THE EXPORT USES THE FIRST RECLAYT SECTION.  A TABLE
003900*  WITH NO LAYOUT IS STILL PROFILED - ITEMS, LENGTHS, AND KEYS -
004000*  BUT ITS FIELDS ARE NOT.
004100*
004200*  ONLY A VERIFIED EXPORT IS PROFILED FOR KEEPS.  EVERY SECTION IS
004300*  CHECKED AGAINST ITS OWN TRAILER (ITEM COUNT AND DYNKHASH KEY
004400*  HASH) AS DYNRECON CHECKS IT, AND MUST COME FROM THE RUN BEING
004500*  PROFILED.  A SECTION THAT DISAGREES WITH ITS TRAILER, HAS NO
004600*  TRAILER, COMES FROM ANOTHER RUN, OR REPEATS A TABLE ALREADY ON
004700*  THE EXPORT IS STILL REPORTED, MARKED NOT VERIFIED, BUT NONE OF
004800*  ITS FIGURES ARE KEPT OR COMPARED.
004900*
005000*  EVERY FIGURE OF A VERIFIED TABLE IS WRITTEN TO THE PROFILE FILE
005100*  (DD PROFOUT).  GIVEN LAST MONTH'S PROFILE (DD PROFIN, OPTIONAL)
005200*  THE REPORT (DD PROFRPT) ENDS WITH EVERY FIGURE SIDE BY SIDE
005300*  WITH ITS PREVIOUS VALUE AND THE CHANGE; FIGURES THAT ARE NEW OR
005400*  HAVE GONE ARE MARKED.
005500*
005600*  PROFILE RECORD (PROFIN/PROFOUT, 450 BYTES) -
005700*      'H' HEADER   - RUN ID, RUN DATE AND TIME, TOP VALUES KEPT
005800*      'D' FIGURE   - TABLE, FIELD ('(TABLE)' AND '(PARTITION
005900*                     KEY)' FOR THE TABLE AND KEY FIGURES), FIGURE
006000*                     SEQUENCE, NAME, KIND (N NUMBER, T TEXT, C A
006100*                     COUNTED VALUE), VALUE, AND TEXT
006200*      'T' TRAILER  - NUMBER OF FIGURE RECORDS
006300*
006400*  SYSIN PARAMETER RECORD -
006500*      COLS 1-16   RUN ID OF THE EXPORT TO PROFILE (BLANK = THE
006600*                  RUN ID ON THE FIRST EXPORT HEADER)
006700*      COLS 18-19  NUMBER OF MOST FREQUENT VALUES AND KEYS TO
006800*                  SHOW, 01-10 (BLANK = 05)
006900*
007000*  RETURN CODES -
007100*      0   EVERY TABLE VERIFIED AND PROFILED
007200*      4   A TABLE HAD NO LAYOUT, SO ITS FIELDS WERE NOT PROFILED,
007300*          OR PROFIN IS DAMAGED AND NO COMPARISON WAS MADE
007400*      8   A TABLE WAS NOT VERIFIED - ITS FIGURES ARE NOT KEPT
007500*      12  RUN REFUSED - THE EXPORT HAS NO HEADER, RECLAYT OR
007600*          TABLCTL IS BAD, THE SYSIN TOP-VALUES COUNT IS BAD, OR
007700*          THE EXPORT HOLDS MORE THAN 50 TABLES; OR THE EXPORT
007800*          HOLDS A RECORD THAT IS NOT A HEADER, DATA, OR TRAILER
007900******************************************************************
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER.   IBM-370.
008300 OBJECT-COMPUTER.   IBM-370.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT EXPORT-FILE ASSIGN TO DYNEXPRT
008700         ORGANIZATION IS SEQUENTIAL.
008800     SELECT OPTIONAL LAYOUT-FILE ASSIGN TO RECLAYT
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-LAYT-FILE-STATUS.
009100     SELECT OPTIONAL TABLE-CONTROL-FILE ASSIGN TO TABLCTL
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-TCTL-FILE-STATUS.
009400     SELECT OPTIONAL PROFILE-IN-FILE ASSIGN TO PROFIN
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-PIN-FILE-STATUS.
009700     SELECT PROFILE-OUT-FILE ASSIGN TO PROFOUT
009800         ORGANIZATION IS SEQUENTIAL.
009900     SELECT REPORT-FILE ASSIGN TO PROFRPT
010000         ORGANIZATION IS SEQUENTIAL.
010100     SELECT VALUE-SORT ASSIGN TO SORTWK01.
010200     SELECT FIGURE-SORT ASSIGN TO SORTWK02.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  EXPORT-FILE
010600     RECORDING MODE IS F.
010700 01  EXPORT-RECORD.
010800     05 EXP-RECORD-ID            PIC X(01).
010900       88 EXP-IS-HEADER          VALUE 'H'.
011000       88 EXP-IS-DATA            VALUE 'D'.
011100       88 EXP-IS-TRAILER         VALUE 'T'.
011200     05 EXP-KEY-VALUE            PIC X(400).
011300     05 EXP-SORT-KEY-VALUE       PIC X(400).
011400     05 EXP-RECORD-LENGTH        PIC 9(05).
011500     05 EXP-RECORD-VALUE         PIC X(2000).
011600 01  EXPORT-HEADER-RECORD.
011700     05 FILLER                   PIC X(01).
011800     05 EXP-HDR-TABLE-NAME       PIC X(255).
011900     05 EXP-HDR-RUN-DATE         PIC 9(08).
012000     05 EXP-HDR-RUN-TIME         PIC 9(08).
012100     05 EXP-HDR-RUN-ID           PIC X(16).
012200     05 FILLER                   PIC X(2518).
012300 01  EXPORT-TRAILER-RECORD.
012400     05 FILLER                   PIC X(01).
012500     05 EXP-TRL-ITEM-COUNT       PIC 9(09).
012600     05 EXP-TRL-KEY-HASH         PIC 9(13).
012700     05 FILLER                   PIC X(2783).
012800
012900 FD  LAYOUT-FILE
013000     RECORDING MODE IS F.
013100 01  LAYOUT-RECORD.
013200     05 LAYT-FIELD-NAME          PIC X(30).
013300     05 LAYT-OFFSET              PIC 9(05).
013400     05 LAYT-LENGTH              PIC 9(05).
013500     05 LAYT-TYPE                PIC X(01).
013600     05 LAYT-FLAG                PIC X(01).
013700     05 LAYT-TOLERANCE           PIC 9(05)V9(02).
013800     05 FILLER                   PIC X(31).
013900 01  LAYOUT-DELIMITER-RECORD.
014000     05 LAYT-DLM-TAG             PIC X(30).
014100       88 LAYT-IS-DELIMITER      VALUE '*LAYOUT'.
014200     05 LAYT-DLM-DSN             PIC X(44).
014300     05 FILLER                   PIC X(06).
014400
014500 FD  TABLE-CONTROL-FILE
014600     RECORDING MODE IS F.
014700 01  TABLE-CONTROL-REC           PIC X(400).
014800
014900 FD  PROFILE-IN-FILE
015000     RECORDING MODE IS F.
015100 01  PROFILE-IN-RECORD.
015200     05 PIN-RECORD-ID            PIC X(01).
015300       88 PIN-IS-HEADER          VALUE 'H'.
015400       88 PIN-IS-FIGURE          VALUE 'D'.
015500       88 PIN-IS-TRAILER         VALUE 'T'.
015600     05 PIN-MATCH-KEY.
015700        10 PIN-TABLE-NAME        PIC X(255).
015800        10 PIN-FIELD-NAME        PIC X(30).
015900        10 PIN-FIGURE-SEQ        PIC 9(03).
016000     05 PIN-FIGURE-NAME          PIC X(20).
016100     05 PIN-FIGURE-KIND          PIC X(01).
016200     05 PIN-FIGURE-VALUE         PIC 9(11)V9(02).
016300     05 PIN-FIGURE-TEXT          PIC X(100).
016400     05 FILLER                   PIC X(27).
016500 01  PROFILE-IN-HEADER-RECORD.
016600     05 FILLER                   PIC X(01).
016700     05 PIN-HDR-RUN-ID           PIC X(16).
016800     05 PIN-HDR-RUN-DATE         PIC 9(08).
016900     05 PIN-HDR-RUN-TIME         PIC 9(08).
017000     05 PIN-HDR-TOP-N            PIC 9(02).
017100     05 FILLER                   PIC X(415).
017200 01  PROFILE-IN-TRAILER-RECORD.
017300     05 FILLER                   PIC X(01).
017400     05 PIN-TRL-FIGURE-COUNT     PIC 9(09).
017500     05 FILLER                   PIC X(440).
017600
017700 FD  PROFILE-OUT-FILE
017800     RECORDING MODE IS F.
017900 01  PROFILE-OUT-RECORD.
018000     05 POUT-RECORD-ID           PIC X(01).
018100       88 POUT-IS-FIGURE         VALUE 'D'.
018200     05 POUT-MATCH-KEY.
018300        10 POUT-TABLE-NAME       PIC X(255).
018400        10 POUT-FIELD-NAME       PIC X(30).
018500        10 POUT-FIGURE-SEQ       PIC 9(03).
018600     05 POUT-FIGURE-NAME         PIC X(20).
018700     05 POUT-FIGURE-KIND         PIC X(01).
018800     05 POUT-FIGURE-VALUE        PIC 9(11)V9(02).
018900     05 POUT-FIGURE-TEXT         PIC X(100).
019000     05 FILLER                   PIC X(27).
019100 01  PROFILE-OUT-HEADER-RECORD.
019200     05 FILLER                   PIC X(01).
019300     05 POUT-HDR-RUN-ID          PIC X(16).
019400     05 POUT-HDR-RUN-DATE        PIC 9(08).
019500     05 POUT-HDR-RUN-TIME        PIC 9(08).
019600     05 POUT-HDR-TOP-N           PIC 9(02).
019700     05 FILLER                   PIC X(415).
019800 01  PROFILE-OUT-TRAILER-RECORD.
019900     05 FILLER                   PIC X(01).
020000     05 POUT-TRL-FIGURE-COUNT    PIC 9(09).
020100     05 FILLER                   PIC X(440).
020200
020300 FD  REPORT-FILE
020400     RECORDING MODE IS F.
020500 01  REPORT-RECORD               PIC X(132).
020600
020700 SD  VALUE-SORT.
020800 01  VALUE-SORT-RECORD.
020900     05 VAL-GROUP-KEY.
021000        10 VAL-TABLE-SEQ         PIC 9(03).
021100        10 VAL-FIELD-SEQ         PIC 9(03).
021200     05 VAL-CLASS                PIC X(01).
021300       88 VAL-IS-VALID           VALUE '1'.
021400       88 VAL-IS-INVALID         VALUE '2'.
021500     05 VAL-VALUE                PIC X(100).
021600
021700 SD  FIGURE-SORT.
021800 01  FIGURE-SORT-RECORD.
021900     05 FGS-MATCH-KEY.
022000        10 FGS-TABLE-NAME        PIC X(255).
022100        10 FGS-FIELD-NAME        PIC X(30).
022200        10 FGS-FIGURE-SEQ        PIC 9(03).
022300     05 FGS-SOURCE               PIC X(01).
022400       88 FGS-FROM-PREVIOUS      VALUE '1'.
022500       88 FGS-FROM-CURRENT       VALUE '2'.
022600     05 FGS-FIGURE-NAME          PIC X(20).
022700     05 FGS-FIGURE-KIND          PIC X(01).
022800     05 FGS-FIGURE-VALUE         PIC 9(11)V9(02).
022900     05 FGS-FIGURE-TEXT          PIC X(100).
023000
023100 WORKING-STORAGE SECTION.
023200 COPY DynamoDBTblCtl.
023300
023400 77  WS-EXPORT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
023500     88 WS-EXPORT-AT-EOF                     VALUE 'Y'.
023600 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
023700     88 WS-RUN-REFUSED                       VALUE 'Y'.
023800 77  WS-IN-SECTION-SWITCH        PIC X(01)   VALUE 'N'.
023900     88 WS-IN-SECTION                        VALUE 'Y'.
024000 77  WS-SECTION-SKIPPED-SWITCH   PIC X(01)   VALUE 'N'.
024100     88 WS-SECTION-SKIPPED                   VALUE 'Y'.
024200 77  WS-VALUE-EOF-SWITCH         PIC X(01)   VALUE 'N'.
024300     88 WS-VALUE-AT-EOF                      VALUE 'Y'.
024400 77  WS-FIGURE-EOF-SWITCH        PIC X(01)   VALUE 'N'.
024500     88 WS-FIGURE-AT-EOF                     VALUE 'Y'.
024600 77  WS-PIN-EOF-SWITCH           PIC X(01)   VALUE 'N'.
024700     88 WS-PIN-AT-EOF                        VALUE 'Y'.
024800 77  WS-POUT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
024900     88 WS-POUT-AT-EOF                       VALUE 'Y'.
025000 77  WS-PROFIN-SWITCH            PIC X(01)   VALUE 'N'.
025100     88 WS-PROFIN-VALID                      VALUE 'Y'.
025200     88 WS-PROFIN-DAMAGED                    VALUE 'D'.
025300 77  WS-PIN-TRAILER-SWITCH       PIC X(01)   VALUE 'N'.
025400     88 WS-PIN-TRAILER-SEEN                  VALUE 'Y'.
025500 77  WS-FIELD-HEADING-SWITCH     PIC X(01)   VALUE 'N'.
025600     88 WS-FIELD-HEADING-DONE                VALUE 'Y'.
025700 77  WS-MIN-SET-SWITCH           PIC X(01)   VALUE 'N'.
025800     88 WS-MIN-SET                           VALUE 'Y'.
025900 77  WS-COMPARE-SKIP-SWITCH      PIC X(01)   VALUE 'N'.
026000     88 WS-COMPARE-SKIPPED                   VALUE 'Y'.
026100 77  WS-WORST-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
026200 77  WS-RAISE-RC                 PIC 9(02) COMP VALUE ZERO.
026300 77  WS-TABLES-PROFILED          PIC 9(09) COMP VALUE ZERO.
026400 77  WS-TABLES-UNVERIFIED        PIC 9(09) COMP VALUE ZERO.
026500 77  WS-TOTAL-ITEMS-READ         PIC 9(09) COMP VALUE ZERO.
026600 77  WS-TOTAL-VALUES             PIC 9(09) COMP VALUE ZERO.
026700 77  WS-FIGURES-WRITTEN          PIC 9(09) COMP VALUE ZERO.
026800 77  WS-FIGURES-COMPARED         PIC 9(09) COMP VALUE ZERO.
026900 77  WS-FIGURES-CHANGED          PIC 9(09) COMP VALUE ZERO.
027000 77  WS-PIN-FIGURES              PIC 9(09) COMP VALUE ZERO.
027100
027200 01  WS-PARM-LINE.
027300     05 WS-PARM-RUN-ID           PIC X(16).
027400     05 FILLER                   PIC X(01).
027500     05 WS-PARM-TOP-N            PIC X(02).
027600     05 WS-PARM-TOP-N-N REDEFINES
027700        WS-PARM-TOP-N            PIC 9(02).
027800     05 FILLER                   PIC X(61).
027900
028000 01  WS-RUN-DATE-TIME.
028100     05 WS-RUN-YYYYMMDD          PIC 9(08).
028200     05 WS-RUN-HHMMSSTT          PIC 9(08).
028300 77  WS-PROF-RUN-ID              PIC X(16)   VALUE SPACES.
028400 77  WS-TOP-N                    PIC 9(02) COMP VALUE 5.
028500 77  WS-PREV-RUN-ID              PIC X(16)   VALUE SPACES.
028600 77  WS-PREV-RUN-DATE            PIC 9(08)   VALUE ZERO.
028700 77  WS-PREV-TOP-N               PIC 9(02)   VALUE ZERO.
028800
028900 77  WS-LAYT-FILE-STATUS         PIC X(02)   VALUE SPACES.
029000     88 WS-LAYT-FILE-OK                      VALUE '00'.
029100     88 WS-LAYT-FILE-MISSING                 VALUE '05' '35'.
029200 77  WS-LAYT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
029300     88 WS-LAYT-AT-EOF                       VALUE 'Y'.
029400 77  WS-LAYT-SUB                 PIC 9(03) COMP VALUE ZERO.
029500 77  WS-LSET-SUB                 PIC 9(03) COMP VALUE ZERO.
029600 77  WS-LSET-LOAD-SUB            PIC 9(03) COMP VALUE ZERO.
029700 77  WS-LSET-SCAN-SUB            PIC 9(03) COMP VALUE ZERO.
029800 77  WS-FOUND-SET                PIC 9(03) COMP VALUE ZERO.
029900 77  WS-WANTED-DSN               PIC X(44)   VALUE SPACES.
030000
030100 01  WS-LAYOUT-SETS.
030200     05 WS-LSET-COUNT            PIC 9(03) COMP VALUE ZERO.
030300     05 WS-LAYOUT-SET OCCURS 10 TIMES.
030400        10 WS-LSET-ID            PIC X(44).
030500        10 WS-LSET-FIELD-COUNT   PIC 9(03) COMP.
030600        10 WS-LAYOUT-ENTRY OCCURS 50 TIMES.
030700           15 WS-LAYT-FIELD-NAME PIC X(30).
030800           15 WS-LAYT-OFFSET     PIC 9(05) COMP.
030900           15 WS-LAYT-LENGTH     PIC 9(05) COMP.
031000           15 WS-LAYT-TYPE       PIC X(01).
031100              88 WS-LAYT-IS-NUMERIC          VALUE 'N'.
031200
031300 77  WS-TCTL-FILE-STATUS         PIC X(02)   VALUE SPACES.
031400     88 WS-TCTL-FILE-OK                      VALUE '00'.
031500     88 WS-TCTL-FILE-MISSING                 VALUE '05' '35'.
031600 77  WS-TCTL-EOF-SWITCH          PIC X(01)   VALUE 'N'.
031700     88 WS-TCTL-AT-EOF                       VALUE 'Y'.
031800 77  WS-CTL-MODE-SWITCH          PIC X(01)   VALUE 'N'.
031900     88 WS-CTL-MODE                          VALUE 'Y'.
032000 77  WS-CTL-SUB                  PIC 9(03) COMP VALUE ZERO.
032100 77  WS-FOUND-CTL                PIC 9(03) COMP VALUE ZERO.
032200
032300 01  WS-PROFILE-CONTROL-TABLE.
032400     05 WS-CTL-COUNT             PIC 9(03) COMP VALUE ZERO.
032500     05 WS-CTL-ENTRY OCCURS 50 TIMES.
032600        10 WS-CTL-TABLE-NAME     PIC X(255).
032700        10 WS-CTL-LAYOUT-DSN     PIC X(44).
032800
032900 77  WS-PIN-FILE-STATUS          PIC X(02)   VALUE SPACES.
033000     88 WS-PIN-FILE-OK                       VALUE '00'.
033100     88 WS-PIN-FILE-MISSING                  VALUE '05' '35'.
033200
033300* ONE ENTRY PER TABLE ON THE EXPORT, IN EXPORT ORDER; THE ENTRY'S
033400* SUBSCRIPT IS THE TABLE SEQUENCE CARRIED IN THE VALUE SORT
033500 77  WS-TBL-SUB                  PIC 9(03) COMP VALUE ZERO.
033600 77  WS-FOUND-TBL                PIC 9(03) COMP VALUE ZERO.
033700 77  WS-CUR-TBL                  PIC 9(03) COMP VALUE ZERO.
033800 77  WS-RPT-TBL                  PIC 9(03) COMP VALUE ZERO.
033900 77  WS-WANTED-TBL               PIC 9(03) COMP VALUE ZERO.
034000 77  WS-NEXT-TBL                 PIC 9(03) COMP VALUE ZERO.
034100 77  WS-WANTED-TABLE             PIC X(255)  VALUE SPACES.
034200 77  WS-SEC-KEY-HASH             PIC 9(13)   VALUE ZERO.
034300 77  WS-ITEM-LENGTH              PIC 9(05) COMP VALUE ZERO.
034400 77  WS-BKT-SUB                  PIC 9(01) COMP VALUE ZERO.
034500 77  WS-FOUND-BKT                PIC 9(01) COMP VALUE ZERO.
034600
034700 01  WS-TABLE-PROFILES.
034800     05 WS-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
034900     05 WS-TBL-ENTRY OCCURS 50 TIMES.
035000        10 WS-TBL-NAME           PIC X(255).
035100        10 WS-TBL-LSET           PIC 9(03) COMP.
035200        10 WS-TBL-LAYOUT-DSN     PIC X(44).
035300        10 WS-TBL-FIELDS-NOTE    PIC X(60).
035400        10 WS-TBL-VERIFY-SWITCH  PIC X(01).
035500           88 WS-TBL-PENDING                 VALUE 'P'.
035600           88 WS-TBL-VERIFIED                VALUE 'V'.
035700           88 WS-TBL-UNVERIFIED              VALUE 'U'.
035800        10 WS-TBL-STATUS         PIC X(60).
035900        10 WS-TBL-RUN-ID         PIC X(16).
036000        10 WS-TBL-RUN-DATE       PIC 9(08).
036100        10 WS-TBL-ITEMS          PIC 9(09) COMP.
036200        10 WS-TBL-TOTAL-LENGTH   PIC 9(15) COMP.
036300        10 WS-TBL-MAX-LENGTH     PIC 9(05) COMP.
036400        10 WS-TBL-BUCKET-COUNT   PIC 9(09) COMP OCCURS 6 TIMES.
036500
036600* RECORD LENGTH BUCKETS - THE UPPER BOUND OF EACH; THE LAST TWO
036700* ARE THE ITEMS NEAR THE 2000-BYTE LIMIT
036800 01  WS-BUCKET-LIMITS.
036900     05 FILLER                   PIC 9(05)   VALUE 499.
037000     05 FILLER                   PIC 9(05)   VALUE 999.
037100     05 FILLER                   PIC 9(05)   VALUE 1499.
037200     05 FILLER                   PIC 9(05)   VALUE 1799.
037300     05 FILLER                   PIC 9(05)   VALUE 1899.
037400     05 FILLER                   PIC 9(05)   VALUE 99999.
037500 01  WS-BUCKET-LIMIT-TABLE REDEFINES WS-BUCKET-LIMITS.
037600     05 WS-BUCKET-LIMIT          PIC 9(05) OCCURS 6 TIMES.
037700 01  WS-BUCKET-NAMES.
037800     05 FILLER                   PIC X(20)   VALUE
037900        'LENGTH 0-499'.
038000     05 FILLER                   PIC X(20)   VALUE
038100        'LENGTH 500-999'.
038200     05 FILLER                   PIC X(20)   VALUE
038300        'LENGTH 1000-1499'.
038400     05 FILLER                   PIC X(20)   VALUE
038500        'LENGTH 1500-1799'.
038600     05 FILLER                   PIC X(20)   VALUE
038700        'LENGTH 1800-1899'.
038800     05 FILLER                   PIC X(20)   VALUE
038900        'LENGTH 1900-2000'.
039000 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
039100     05 WS-BUCKET-NAME           PIC X(20) OCCURS 6 TIMES.
039200 77  WS-NEAR-LIMIT-BUCKET        PIC 9(01) COMP VALUE 5.
039300 77  WS-NEAR-LIMIT-COUNT         PIC 9(09) COMP VALUE ZERO.
039400
039500* ONE GROUP OF THE VALUE SORT - ALL THE VALUES OF ONE FIELD (OR
039600* THE PARTITION KEY) OF ONE TABLE - AND ITS RUNS OF EQUAL VALUES
039700 01  WS-SORT-LOOKAHEAD.
039800     05 WS-SRT-GROUP-KEY.
039900        10 WS-SRT-TABLE-SEQ      PIC 9(03).
040000        10 WS-SRT-FIELD-SEQ      PIC 9(03).
040100     05 WS-SRT-CLASS             PIC X(01).
040200     05 WS-SRT-VALUE             PIC X(100).
040300 77  WS-GROUP-KEY                PIC X(06)   VALUE SPACES.
040400 77  WS-NEXT-FIELD               PIC 9(03) COMP VALUE ZERO.
040500 77  WS-GROUP-TYPE               PIC X(01)   VALUE SPACES.
040600     88 WS-GROUP-IS-KEY                      VALUE 'K'.
040700     88 WS-GROUP-IS-NUMERIC                  VALUE 'N'.
040800 77  WS-RUN-CLASS                PIC X(01)   VALUE SPACES.
040900     88 WS-RUN-IS-VALID                      VALUE '1'.
041000 77  WS-RUN-VALUE                PIC X(100)  VALUE SPACES.
041100 77  WS-RUN-COUNT                PIC 9(09) COMP VALUE ZERO.
041200 77  WS-RUN-NUMBER               PIC S9(14)V9(04) COMP-3
041300                                             VALUE ZERO.
041400 77  WS-GRP-FILLED               PIC 9(09) COMP VALUE ZERO.
041500 77  WS-GRP-INVALID              PIC 9(09) COMP VALUE ZERO.
041600 77  WS-GRP-DISTINCT             PIC 9(09) COMP VALUE ZERO.
041700 77  WS-GRP-MIN-VALUE            PIC X(100)  VALUE SPACES.
041800 77  WS-GRP-MAX-VALUE            PIC X(100)  VALUE SPACES.
041900 77  WS-GRP-MIN-NUMBER           PIC S9(14)V9(04) COMP-3
042000                                             VALUE ZERO.
042100 77  WS-GRP-MAX-NUMBER           PIC S9(14)V9(04) COMP-3
042200                                             VALUE ZERO.
042300 77  WS-TOP-SUB                  PIC 9(03) COMP VALUE ZERO.
042400 77  WS-SHIFT-SUB                PIC 9(03) COMP VALUE ZERO.
042500 77  WS-TOP-SLOT                 PIC 9(03) COMP VALUE ZERO.
042600 77  WS-TOP-TOTAL                PIC 9(09) COMP VALUE ZERO.
042700 01  WS-TOP-VALUES.
042800     05 WS-TOP-USED              PIC 9(03) COMP VALUE ZERO.
042900     05 WS-TOP-ENTRY OCCURS 10 TIMES.
043000        10 WS-TOP-COUNT          PIC 9(09) COMP.
043100        10 WS-TOP-VALUE          PIC X(100).
043200
043300* ONE FIGURE ON ITS WAY TO PROFOUT, AND THE PERCENTAGE ROUTINE
043400 77  WS-FIG-FIELD-NAME           PIC X(30)   VALUE SPACES.
043500 77  WS-FIG-SEQ                  PIC 9(03)   VALUE ZERO.
043600 77  WS-FIG-NAME                 PIC X(20)   VALUE SPACES.
043700 77  WS-FIG-KIND                 PIC X(01)   VALUE SPACES.
043800 77  WS-FIG-VALUE                PIC 9(11)V9(02) VALUE ZERO.
043900 77  WS-FIG-TEXT                 PIC X(100)  VALUE SPACES.
044000 77  WS-PCT-PART                 PIC 9(15) COMP VALUE ZERO.
044100 77  WS-PCT-BASE                 PIC 9(15) COMP VALUE ZERO.
044200 77  WS-PCT-RESULT               PIC 9(03)V9(02) VALUE ZERO.
044300 77  WS-AVERAGE-LENGTH           PIC 9(05)   VALUE ZERO.
044400 77  WS-RANK                     PIC 9(02)   VALUE ZERO.
044500
044600* ONE FIGURE OF THE COMPARISON - ITS PREVIOUS AND CURRENT VALUE
044700 01  WS-COMPARE-KEY.
044800     05 WS-CMP-TABLE-NAME        PIC X(255).
044900     05 WS-CMP-FIELD-NAME        PIC X(30).
045000     05 WS-CMP-FIGURE-SEQ        PIC 9(03).
045100 77  WS-CMP-LAST-TABLE           PIC X(255)  VALUE LOW-VALUES.
045200 77  WS-CMP-PREV-SWITCH          PIC X(01)   VALUE 'N'.
045300     88 WS-CMP-HAS-PREVIOUS                  VALUE 'Y'.
045400 77  WS-CMP-CURR-SWITCH          PIC X(01)   VALUE 'N'.
045500     88 WS-CMP-HAS-CURRENT                   VALUE 'Y'.
045600 77  WS-CMP-FIGURE-NAME          PIC X(20)   VALUE SPACES.
045700 77  WS-CMP-FIGURE-KIND          PIC X(01)   VALUE SPACES.
045800     88 WS-CMP-IS-NUMBER                     VALUE 'N'.
045900     88 WS-CMP-IS-TEXT                       VALUE 'T'.
046000 77  WS-CMP-PREV-VALUE           PIC 9(11)V9(02) VALUE ZERO.
046100 77  WS-CMP-CURR-VALUE           PIC 9(11)V9(02) VALUE ZERO.
046200 77  WS-CMP-PREV-TEXT            PIC X(100)  VALUE SPACES.
046300 77  WS-CMP-CURR-TEXT            PIC X(100)  VALUE SPACES.
046400 77  WS-CMP-CHANGE               PIC S9(11)V9(02) VALUE ZERO.
046500 01  WS-EDITED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046600 01  WS-EDITED-CHANGE            PIC ---,---,---,--9.99.
046700 01  WS-EDITED-COUNT             PIC ZZZ,ZZZ,ZZ9.
046800
046900 01  WS-HEADING-1.
047000     05 FILLER PIC X(36) VALUE
047100        'DYNPROF  - DATA-QUALITY PROFILE RUN '.
047200     05 WS-HDG-RUN-ID            PIC X(16).
047300     05 FILLER PIC X(07) VALUE '  DATE '.
047400     05 WS-HDG-RUN-DATE          PIC 9(08).
047500     05 FILLER PIC X(14) VALUE '  TOP VALUES  '.
047600     05 WS-HDG-TOP-N             PIC Z9.
047700     05 FILLER                   PIC X(49) VALUE SPACES.
047800 01  WS-TABLE-LINE.
047900     05 FILLER PIC X(07) VALUE 'TABLE  '.
048000     05 WS-TLN-TABLE-NAME        PIC X(60).
048100     05 FILLER PIC X(09) VALUE '  LAYOUT '.
048200     05 WS-TLN-LAYOUT-DSN        PIC X(44).
048300     05 FILLER                   PIC X(12) VALUE SPACES.
048400 01  WS-EXPORT-LINE.
048500     05 FILLER PIC X(15) VALUE '    EXPORT RUN '.
048600     05 WS-ELN-RUN-ID            PIC X(16).
048700     05 FILLER PIC X(07) VALUE '  DATE '.
048800     05 WS-ELN-RUN-DATE          PIC 9(08).
048900     05 FILLER PIC X(09) VALUE '  ITEMS '.
049000     05 WS-ELN-ITEMS             PIC ZZZ,ZZZ,ZZ9.
049100     05 FILLER                   PIC X(66) VALUE SPACES.
049200 01  WS-NO-ITEMS-LINE.
049300     05 FILLER PIC X(41) VALUE
049400        '    NO ITEMS ON THE EXPORT FOR THIS TABLE'.
049500     05 FILLER                   PIC X(91) VALUE SPACES.
049600 01  WS-LENGTH-LINE.
049700     05 FILLER PIC X(28) VALUE
049800        '    RECORD LENGTH - AVERAGE '.
049900     05 WS-LLN-AVERAGE           PIC ZZ,ZZ9.
050000     05 FILLER PIC X(10) VALUE '  MAXIMUM '.
050100     05 WS-LLN-MAXIMUM           PIC ZZ,ZZ9.
050200     05 FILLER PIC X(33) VALUE
050300        '  NEAR THE LIMIT (1800 AND OVER) '.
050400     05 WS-LLN-NEAR-LIMIT        PIC ZZZ,ZZZ,ZZ9.
050500     05 FILLER                   PIC X(02) VALUE SPACES.
050600     05 WS-LLN-NEAR-PCT          PIC ZZ9.99.
050700     05 FILLER                   PIC X(01) VALUE '%'.
050800     05 FILLER                   PIC X(29) VALUE SPACES.
050900 01  WS-BUCKET-LINE.
051000     05 FILLER                   PIC X(06) VALUE SPACES.
051100     05 WS-BLN-NAME              PIC X(20).
051200     05 WS-BLN-COUNT             PIC ZZZ,ZZZ,ZZ9.
051300     05 FILLER                   PIC X(02) VALUE SPACES.
051400     05 WS-BLN-PCT               PIC ZZ9.99.
051500     05 FILLER                   PIC X(01) VALUE '%'.
051600     05 FILLER                   PIC X(86) VALUE SPACES.
051700 01  WS-KEY-LINE.
051800     05 FILLER PIC X(29) VALUE
051900        '    PARTITION KEY - DISTINCT '.
052000     05 WS-KLN-DISTINCT          PIC ZZZ,ZZZ,ZZ9.
052100     05 FILLER PIC X(14) VALUE '  BUSIEST KEY '.
052200     05 WS-KLN-BUSIEST-PCT       PIC ZZ9.99.
052300     05 FILLER PIC X(16) VALUE '% OF ITEMS  TOP '.
052400     05 WS-KLN-TOP-N             PIC Z9.
052500     05 FILLER PIC X(06) VALUE ' KEYS '.
052600     05 WS-KLN-TOP-PCT           PIC ZZ9.99.
052700     05 FILLER PIC X(10) VALUE '% OF ITEMS'.
052800     05 FILLER                   PIC X(32) VALUE SPACES.
052900 01  WS-TOP-LINE.
053000     05 FILLER PIC X(10) VALUE '      TOP '.
053100     05 WS-TPL-RANK              PIC Z9.
053200     05 FILLER                   PIC X(02) VALUE SPACES.
053300     05 WS-TPL-COUNT             PIC ZZZ,ZZZ,ZZ9.
053400     05 FILLER                   PIC X(02) VALUE SPACES.
053500     05 WS-TPL-PCT               PIC ZZ9.99.
053600     05 FILLER                   PIC X(03) VALUE '%  '.
053700     05 WS-TPL-VALUE             PIC X(80).
053800     05 FILLER                   PIC X(16) VALUE SPACES.
053900 01  WS-FIELD-HEADING.
054000     05 FILLER                   PIC X(04) VALUE SPACES.
054100     05 FILLER                   PIC X(30) VALUE 'FIELD'.
054200     05 FILLER                   PIC X(01) VALUE SPACES.
054300     05 FILLER                   PIC X(01) VALUE 'T'.
054400     05 FILLER                   PIC X(01) VALUE SPACES.
054500     05 FILLER                   PIC X(11) VALUE '     FILLED'.
054600     05 FILLER                   PIC X(02) VALUE SPACES.
054700     05 FILLER                   PIC X(06) VALUE 'FILL %'.
054800     05 FILLER                   PIC X(01) VALUE SPACES.
054900     05 FILLER                   PIC X(11) VALUE '    INVALID'.
055000     05 FILLER                   PIC X(01) VALUE SPACES.
055100     05 FILLER                   PIC X(11) VALUE '   DISTINCT'.
055200     05 FILLER                   PIC X(02) VALUE SPACES.
055300     05 FILLER                   PIC X(20) VALUE 'MINIMUM'.
055400     05 FILLER                   PIC X(02) VALUE SPACES.
055500     05 FILLER                   PIC X(20) VALUE 'MAXIMUM'.
055600     05 FILLER                   PIC X(08) VALUE SPACES.
055700 01  WS-FIELD-LINE.
055800     05 FILLER                   PIC X(04) VALUE SPACES.
055900     05 WS-FLN-FIELD-NAME        PIC X(30).
056000     05 FILLER                   PIC X(01) VALUE SPACES.
056100     05 WS-FLN-TYPE              PIC X(01).
056200     05 FILLER                   PIC X(01) VALUE SPACES.
056300     05 WS-FLN-FILLED            PIC ZZZ,ZZZ,ZZ9.
056400     05 FILLER                   PIC X(02) VALUE SPACES.
056500     05 WS-FLN-FILL-PCT          PIC ZZ9.99.
056600     05 FILLER                   PIC X(01) VALUE SPACES.
056700     05 WS-FLN-INVALID           PIC X(11).
056800     05 FILLER                   PIC X(01) VALUE SPACES.
056900     05 WS-FLN-DISTINCT          PIC ZZZ,ZZZ,ZZ9.
057000     05 FILLER                   PIC X(02) VALUE SPACES.
057100     05 WS-FLN-MINIMUM           PIC X(20).
057200     05 FILLER                   PIC X(02) VALUE SPACES.
057300     05 WS-FLN-MAXIMUM           PIC X(20).
057400     05 FILLER                   PIC X(08) VALUE SPACES.
057500 01  WS-FIELDS-NOTE-LINE.
057600     05 FILLER PIC X(26) VALUE '    FIELDS NOT PROFILED - '.
057700     05 WS-FNL-NOTE              PIC X(60).
057800     05 FILLER                   PIC X(46) VALUE SPACES.
057900 01  WS-STATUS-LINE.
058000     05 FILLER PIC X(13) VALUE '    STATUS - '.
058100     05 WS-STL-STATUS            PIC X(60).
058200     05 FILLER                   PIC X(59) VALUE SPACES.
058300 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
058400
058500 01  WS-CHANGE-HEADING-1.
058600     05 FILLER PIC X(33) VALUE
058700        'CHANGES SINCE THE PROFILE OF RUN '.
058800     05 WS-CHH-RUN-ID            PIC X(16).
058900     05 FILLER PIC X(07) VALUE '  DATE '.
059000     05 WS-CHH-RUN-DATE          PIC 9(08).
059100     05 FILLER                   PIC X(68) VALUE SPACES.
059200 01  WS-CHANGE-TABLE-LINE.
059300     05 FILLER PIC X(07) VALUE 'TABLE  '.
059400     05 WS-CTN-TABLE-NAME        PIC X(60).
059500     05 FILLER                   PIC X(02) VALUE SPACES.
059600     05 WS-CTN-NOTE              PIC X(60).
059700     05 FILLER                   PIC X(03) VALUE SPACES.
059800 01  WS-CHANGE-HEADING-2.
059900     05 FILLER                   PIC X(04) VALUE SPACES.
060000     05 FILLER                   PIC X(30) VALUE 'FIELD'.
060100     05 FILLER                   PIC X(01) VALUE SPACES.
060200     05 FILLER                   PIC X(20) VALUE 'FIGURE'.
060300     05 FILLER                   PIC X(01) VALUE SPACES.
060400     05 FILLER                   PIC X(17) VALUE
060500        '         PREVIOUS'.
060600     05 FILLER                   PIC X(01) VALUE SPACES.
060700     05 FILLER                   PIC X(17) VALUE
060800        '          CURRENT'.
060900     05 FILLER                   PIC X(01) VALUE SPACES.
061000     05 FILLER                   PIC X(18) VALUE
061100        '           CHANGE'.
061200     05 FILLER                   PIC X(02) VALUE SPACES.
061300     05 FILLER                   PIC X(08) VALUE 'NOTE'.
061400     05 FILLER                   PIC X(12) VALUE SPACES.
061500 01  WS-CHANGE-LINE.
061600     05 FILLER                   PIC X(04) VALUE SPACES.
061700     05 WS-CHL-FIELD-NAME        PIC X(30).
061800     05 FILLER                   PIC X(01) VALUE SPACES.
061900     05 WS-CHL-FIGURE-NAME       PIC X(20).
062000     05 FILLER                   PIC X(01) VALUE SPACES.
062100     05 WS-CHL-PREVIOUS          PIC X(17).
062200     05 FILLER                   PIC X(01) VALUE SPACES.
062300     05 WS-CHL-CURRENT           PIC X(17).
062400     05 FILLER                   PIC X(01) VALUE SPACES.
062500     05 WS-CHL-CHANGE            PIC X(18).
062600     05 FILLER                   PIC X(02) VALUE SPACES.
062700     05 WS-CHL-NOTE              PIC X(08).
062800     05 FILLER                   PIC X(12) VALUE SPACES.
062900 01  WS-CHANGE-TEXT-LINE.
063000     05 FILLER PIC X(14) VALUE '          WAS '.
063100     05 WS-CTX-PREVIOUS          PIC X(50).
063200     05 FILLER PIC X(06) VALUE '  NOW '.
063300     05 WS-CTX-CURRENT           PIC X(50).
063400     05 FILLER                   PIC X(12) VALUE SPACES.
063500 01  WS-CHANGE-TOTAL-LINE.
063600     05 FILLER PIC X(17) VALUE 'FIGURES COMPARED '.
063700     05 WS-CTT-COMPARED          PIC ZZZ,ZZZ,ZZ9.
063800     05 FILLER PIC X(11) VALUE '   CHANGED '.
063900     05 WS-CTT-CHANGED           PIC ZZZ,ZZZ,ZZ9.
064000     05 FILLER                   PIC X(82) VALUE SPACES.
064100
064200 77  WS-STAT-JOB-NAME            PIC X(08)   VALUE 'DYNPROF'.
064300 77  WS-STAT-TABLE-NAME          PIC X(255)  VALUE SPACES.
064400 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
064500 01  WS-STAT-COUNTERS.
064600     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 6.
064700     05 FILLER                   PIC X(16)   VALUE
064800        'TABLES PROFILED'.
064900     05 WS-STAT-TABLES-PROFILED  PIC 9(09)   VALUE ZERO.
065000     05 FILLER                   PIC X(16)   VALUE
065100        'TABLES UNVERIFD'.
065200     05 WS-STAT-TABLES-UNVERIFD  PIC 9(09)   VALUE ZERO.
065300     05 FILLER                   PIC X(16)   VALUE
065400        'ITEMS READ'.
065500     05 WS-STAT-ITEMS-READ       PIC 9(09)   VALUE ZERO.
065600     05 FILLER                   PIC X(16)   VALUE
065700        'VALUES PROFILED'.
065800     05 WS-STAT-VALUES-PROFILED  PIC 9(09)   VALUE ZERO.
065900     05 FILLER                   PIC X(16)   VALUE
066000        'FIGURES WRITTEN'.
066100     05 WS-STAT-FIGURES-WRITTEN  PIC 9(09)   VALUE ZERO.
066200     05 FILLER                   PIC X(16)   VALUE
066300        'FIGURES CHANGED'.
066400     05 WS-STAT-FIGURES-CHANGED  PIC 9(09)   VALUE ZERO.
066500     05 FILLER                   PIC X(16)   VALUE SPACES.
066600     05 FILLER                   PIC 9(09)   VALUE ZERO.
066700     05 FILLER                   PIC X(16)   VALUE SPACES.
066800     05 FILLER                   PIC 9(09)   VALUE ZERO.
066900
067000 PROCEDURE DIVISION.
067100******************************************************************
067200*  0000-MAINLINE
067300******************************************************************
067400 0000-MAINLINE.
067500     PERFORM 1000-INITIALIZE
067600         THRU 1000-EXIT.
067700     IF NOT WS-RUN-REFUSED
067800         SORT VALUE-SORT
067900             ON ASCENDING KEY VAL-GROUP-KEY
068000                              VAL-CLASS
068100                              VAL-VALUE
068200             INPUT PROCEDURE IS 2000-RELEASE-VALUES
068300                 THRU 2000-EXIT
068400             OUTPUT PROCEDURE IS 3000-REPORT-PROFILE
068500                 THRU 3000-EXIT
068600     END-IF.
068700     IF NOT WS-RUN-REFUSED
068800         AND WS-PROFIN-VALID
068900         SORT FIGURE-SORT
069000             ON ASCENDING KEY FGS-MATCH-KEY
069100                              FGS-SOURCE
069200             INPUT PROCEDURE IS 6000-RELEASE-FIGURES
069300                 THRU 6000-EXIT
069400             OUTPUT PROCEDURE IS 7000-REPORT-CHANGES
069500                 THRU 7000-EXIT
069600     END-IF.
069700     PERFORM 4000-TERMINATE
069800         THRU 4000-EXIT.
069900     PERFORM 8000-WRITE-RUN-STATS
070000         THRU 8000-EXIT.
070100     GOBACK.
070200
070300******************************************************************
070400*  1000-INITIALIZE - OPEN FILES, PICK UP THE SYSIN PARAMETERS,
070500*                    LOAD THE CONTROL AND LAYOUT FILES, PRIME THE
070600*                    EXPORT READ, AND CHECK LAST MONTH'S PROFILE
070700******************************************************************
070800 1000-INITIALIZE.
070900     OPEN INPUT  EXPORT-FILE
071000          OUTPUT REPORT-FILE.
071100     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
071200     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
071300     MOVE SPACES TO WS-PARM-LINE.
071400     ACCEPT WS-PARM-LINE FROM SYSIN.
071500     MOVE WS-PARM-RUN-ID TO WS-PROF-RUN-ID.
071600     IF WS-PARM-TOP-N NOT = SPACES
071700         IF WS-PARM-TOP-N-N NOT NUMERIC
071800             OR WS-PARM-TOP-N-N = ZERO
071900             OR WS-PARM-TOP-N-N > 10
072000             DISPLAY 'DYNPROF  - TOP VALUES COUNT ON SYSIN MUST '
072100                 'BE 01 TO 10 - RUN REFUSED'
072200             PERFORM 1190-REFUSE-RUN
072300                 THRU 1190-EXIT
072400             GO TO 1000-HEADING
072500         END-IF
072600         MOVE WS-PARM-TOP-N-N TO WS-TOP-N
072700     END-IF.
072800     PERFORM 1050-LOAD-CONTROL-FILE
072900         THRU 1050-EXIT.
073000     IF WS-RUN-REFUSED
073100         GO TO 1000-HEADING
073200     END-IF.
073300     PERFORM 1200-LOAD-LAYOUT-FILE
073400         THRU 1200-EXIT.
073500     IF WS-RUN-REFUSED
073600         GO TO 1000-HEADING
073700     END-IF.
073800     IF WS-CTL-MODE
073900         PERFORM 1070-VERIFY-LAYOUT-DSNS
074000             THRU 1070-EXIT
074100         IF WS-RUN-REFUSED
074200             GO TO 1000-HEADING
074300         END-IF
074400     END-IF.
074500     PERFORM 2900-READ-EXPORT-FILE
074600         THRU 2900-EXIT.
074700     IF WS-EXPORT-AT-EOF
074800         DISPLAY 'DYNPROF  - EXPORT FILE IS EMPTY - RUN REFUSED'
074900         PERFORM 1190-REFUSE-RUN
075000             THRU 1190-EXIT
075100         GO TO 1000-HEADING
075200     END-IF.
075300     IF NOT EXP-IS-HEADER
075400         DISPLAY 'DYNPROF  - EXPORT FILE HAS NO HEADER RECORD '
075500             '- RUN REFUSED'
075600         PERFORM 1190-REFUSE-RUN
075700             THRU 1190-EXIT
075800         GO TO 1000-HEADING
075900     END-IF.
076000     IF WS-PROF-RUN-ID = SPACES
076100         MOVE EXP-HDR-RUN-ID TO WS-PROF-RUN-ID
076200     END-IF.
076300     DISPLAY 'DYNPROF  - PROFILING EXPORT RUN ' WS-PROF-RUN-ID.
076400     PERFORM 1300-CHECK-PREVIOUS-PROFILE
076500         THRU 1300-EXIT.
076600 1000-HEADING.
076700     MOVE WS-PROF-RUN-ID  TO WS-HDG-RUN-ID.
076800     MOVE WS-RUN-YYYYMMDD TO WS-HDG-RUN-DATE.
076900     MOVE WS-TOP-N        TO WS-HDG-TOP-N.
077000     WRITE REPORT-RECORD FROM WS-HEADING-1.
077100 1000-EXIT.
077200     EXIT.
077300
077400******************************************************************
077500*  1050-LOAD-CONTROL-FILE - LOAD THE OPTIONAL TABLCTL CONTROL
077600*                           FILE; WHEN IT IS PRESENT IT SAYS WHICH
077700*                           LAYOUT EACH TABLE ON THE EXPORT USES
077800******************************************************************
077900 1050-LOAD-CONTROL-FILE.
078000     OPEN INPUT TABLE-CONTROL-FILE.
078100     IF WS-TCTL-FILE-MISSING
078200* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
078300* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
078400         IF WS-TCTL-FILE-STATUS = '05'
078500             CLOSE TABLE-CONTROL-FILE
078600         END-IF
078700         GO TO 1050-EXIT
078800     END-IF.
078900     IF NOT WS-TCTL-FILE-OK
079000         DISPLAY 'DYNPROF  - TABLCTL OPEN FAILED, FILE STATUS '
079100             WS-TCTL-FILE-STATUS
079200         PERFORM 1190-REFUSE-RUN
079300             THRU 1190-EXIT
079400         GO TO 1050-EXIT
079500     END-IF.
079600     PERFORM 1060-LOAD-ONE-CONTROL
079700         THRU 1060-EXIT
079800         UNTIL WS-TCTL-AT-EOF.
079900     CLOSE TABLE-CONTROL-FILE.
080000     IF WS-CTL-COUNT > ZERO
080100         SET WS-CTL-MODE TO TRUE
080200         DISPLAY 'DYNPROF  - TABLCTL RUN, ' WS-CTL-COUNT
080300             ' TABLES'
080400     END-IF.
080500 1050-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*  1060-LOAD-ONE-CONTROL - READ AND EDIT ONE TABLCTL RECORD
081000******************************************************************
081100 1060-LOAD-ONE-CONTROL.
081200     READ TABLE-CONTROL-FILE
081300         AT END
081400             SET WS-TCTL-AT-EOF TO TRUE
081500             GO TO 1060-EXIT
081600     END-READ.
081700     MOVE TABLE-CONTROL-REC TO table-control-record.
081800     IF tctl-table-name = SPACES
081900         GO TO 1060-EXIT
082000     END-IF.
082100     IF WS-CTL-COUNT = 50
082200         DISPLAY 'DYNPROF  - MORE THAN 50 TABLCTL TABLES'
082300         PERFORM 1190-REFUSE-RUN
082400             THRU 1190-EXIT
082500         SET WS-TCTL-AT-EOF TO TRUE
082600         GO TO 1060-EXIT
082700     END-IF.
082800     ADD 1 TO WS-CTL-COUNT.
082900     MOVE WS-CTL-COUNT TO WS-CTL-SUB.
083000     MOVE tctl-table-name TO WS-CTL-TABLE-NAME (WS-CTL-SUB).
083100     MOVE tctl-layout-dsn TO WS-CTL-LAYOUT-DSN (WS-CTL-SUB).
083200 1060-EXIT.
083300     EXIT.
083400
083500******************************************************************
083600*  1070-VERIFY-LAYOUT-DSNS - EVERY CONTROL RECORD'S LAYOUT DSN
083700*                            MUST NAME A SECTION THE RECLAYT
083800*                            CONCATENATION ACTUALLY HOLDS
083900******************************************************************
084000 1070-VERIFY-LAYOUT-DSNS.
084100     PERFORM 1080-VERIFY-ONE-CTL-DSN
084200         THRU 1080-EXIT
084300         VARYING WS-CTL-SUB FROM 1 BY 1
084400         UNTIL WS-CTL-SUB > WS-CTL-COUNT
084500         OR WS-RUN-REFUSED.
084600 1070-EXIT.
084700     EXIT.
084800
084900******************************************************************
085000*  1080-VERIFY-ONE-CTL-DSN - LOOK UP ONE CONTROL RECORD'S
085100*                            LAYOUT DSN AMONG THE LOADED
085200*                            RECLAYT SECTIONS
085300******************************************************************
085400 1080-VERIFY-ONE-CTL-DSN.
085500     IF WS-CTL-LAYOUT-DSN (WS-CTL-SUB) = SPACES
085600         GO TO 1080-EXIT
085700     END-IF.
085800     MOVE WS-CTL-LAYOUT-DSN (WS-CTL-SUB) TO WS-WANTED-DSN.
085900     PERFORM 5310-FIND-LAYOUT-SET
086000         THRU 5310-EXIT.
086100     IF WS-FOUND-SET = ZERO
086200         DISPLAY 'DYNPROF  - NO RECLAYT SECTION FOR LAYOUT '
086300             WS-WANTED-DSN
086400         PERFORM 1190-REFUSE-RUN
086500             THRU 1190-EXIT
086600     END-IF.
086700 1080-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*  1190-REFUSE-RUN - NOTHING IS PROFILED; PROFOUT IS NOT WRITTEN,
087200*                    SO LAST MONTH'S PROFILE STAYS THE LATEST
087300******************************************************************
087400 1190-REFUSE-RUN.
087500     SET WS-RUN-REFUSED TO TRUE.
087600     SET WS-EXPORT-AT-EOF TO TRUE.
087700     MOVE 12 TO WS-RAISE-RC.
087800     PERFORM 5900-RAISE-RETURN-CODE
087900         THRU 5900-EXIT.
088000 1190-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400*  1200-LOAD-LAYOUT-FILE - LOAD THE RECLAYT LAYOUT DEFINITIONS,
088500*                          ONE OR MORE '*LAYOUT'-DELIMITED
088600*                          SECTIONS.  WITHOUT RECLAYT THE TABLES
088700*                          ARE PROFILED WITHOUT THEIR FIELDS
088800******************************************************************
088900 1200-LOAD-LAYOUT-FILE.
089000     OPEN INPUT LAYOUT-FILE.
089100     IF WS-LAYT-FILE-MISSING
089200         IF WS-LAYT-FILE-STATUS = '05'
089300             CLOSE LAYOUT-FILE
089400         END-IF
089500         DISPLAY 'DYNPROF  - NO RECLAYT LAYOUT FILE - FIELDS NOT '
089600             'PROFILED'
089700         GO TO 1200-EXIT
089800     END-IF.
089900     IF NOT WS-LAYT-FILE-OK
090000         DISPLAY 'DYNPROF  - LAYOUT FILE OPEN FAILED, FILE '
090100             'STATUS ' WS-LAYT-FILE-STATUS
090200         PERFORM 1190-REFUSE-RUN
090300             THRU 1190-EXIT
090400         GO TO 1200-EXIT
090500     END-IF.
090600     PERFORM 1210-LOAD-ONE-LAYOUT
090700         THRU 1210-EXIT
090800         UNTIL WS-LAYT-AT-EOF.
090900     CLOSE LAYOUT-FILE.
091000 1200-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400*  1210-LOAD-ONE-LAYOUT - READ AND EDIT ONE LAYOUT RECORD, AS
091500*                         DYNRECON DOES; A '*LAYOUT' DELIMITER
091600*                         OPENS A NEW SECTION
091700******************************************************************
091800 1210-LOAD-ONE-LAYOUT.
091900     READ LAYOUT-FILE
092000         AT END
092100             SET WS-LAYT-AT-EOF TO TRUE
092200             GO TO 1210-EXIT
092300     END-READ.
092400     IF LAYT-IS-DELIMITER
092500         IF WS-LSET-COUNT = 10
092600             DISPLAY 'DYNPROF  - MORE THAN 10 LAYOUT SECTIONS'
092700             PERFORM 1190-REFUSE-RUN
092800                 THRU 1190-EXIT
092900             SET WS-LAYT-AT-EOF TO TRUE
093000             GO TO 1210-EXIT
093100         END-IF
093200         ADD 1 TO WS-LSET-COUNT
093300         MOVE WS-LSET-COUNT TO WS-LSET-LOAD-SUB
093400         MOVE LAYT-DLM-DSN TO WS-LSET-ID (WS-LSET-LOAD-SUB)
093500         MOVE ZERO TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB)
093600         GO TO 1210-EXIT
093700     END-IF.
093800     IF LAYT-FIELD-NAME = SPACES
093900         GO TO 1210-EXIT
094000     END-IF.
094100     IF WS-LSET-COUNT = ZERO
094200         MOVE 1 TO WS-LSET-COUNT
094300         MOVE 1 TO WS-LSET-LOAD-SUB
094400         MOVE SPACES TO WS-LSET-ID (1)
094500         MOVE ZERO TO WS-LSET-FIELD-COUNT (1)
094600     END-IF.
094700     IF WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) = 50
094800         DISPLAY 'DYNPROF  - MORE THAN 50 LAYOUT FIELDS'
094900         PERFORM 1190-REFUSE-RUN
095000             THRU 1190-EXIT
095100         SET WS-LAYT-AT-EOF TO TRUE
095200         GO TO 1210-EXIT
095300     END-IF.
095400     IF LAYT-OFFSET NOT NUMERIC
095500         OR LAYT-LENGTH NOT NUMERIC
095600         OR LAYT-OFFSET = ZERO
095700         OR LAYT-LENGTH = ZERO
095800         OR LAYT-OFFSET + LAYT-LENGTH - 1 > 2000
095900         OR (LAYT-TYPE NOT = 'C' AND LAYT-TYPE NOT = 'N')
096000         OR (LAYT-FLAG NOT = 'C' AND LAYT-FLAG NOT = 'E')
096100         DISPLAY 'DYNPROF  - BAD LAYOUT DEFINITION FOR FIELD '
096200             LAYT-FIELD-NAME
096300         PERFORM 1190-REFUSE-RUN
096400             THRU 1190-EXIT
096500         SET WS-LAYT-AT-EOF TO TRUE
096600         GO TO 1210-EXIT
096700     END-IF.
096800     ADD 1 TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB).
096900     MOVE WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) TO WS-LAYT-SUB.
097000     MOVE LAYT-FIELD-NAME
097100         TO WS-LAYT-FIELD-NAME (WS-LSET-LOAD-SUB WS-LAYT-SUB).
097200     MOVE LAYT-OFFSET
097300         TO WS-LAYT-OFFSET (WS-LSET-LOAD-SUB WS-LAYT-SUB).
097400     MOVE LAYT-LENGTH
097500         TO WS-LAYT-LENGTH (WS-LSET-LOAD-SUB WS-LAYT-SUB).
097600     MOVE LAYT-TYPE
097700         TO WS-LAYT-TYPE (WS-LSET-LOAD-SUB WS-LAYT-SUB).
097800 1210-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200*  1300-CHECK-PREVIOUS-PROFILE - READ LAST MONTH'S PROFILE
098300*                                (PROFIN) THROUGH ONCE: IT MUST
098400*                                HAVE ITS HEADER AND A TRAILER
098500*                                THAT AGREES WITH ITS FIGURE
098600*                                COUNT, OR THERE IS NOTHING
098700*                                SAFE TO COMPARE WITH
098800******************************************************************
098900 1300-CHECK-PREVIOUS-PROFILE.
099000     OPEN INPUT PROFILE-IN-FILE.
099100     IF WS-PIN-FILE-MISSING
099200* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
099300* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
099400         IF WS-PIN-FILE-STATUS = '05'
099500             CLOSE PROFILE-IN-FILE
099600         END-IF
099700         DISPLAY 'DYNPROF  - NO PROFIN - NO PREVIOUS PROFILE TO '
099800             'COMPARE WITH'
099900         GO TO 1300-EXIT
100000     END-IF.
100100     IF NOT WS-PIN-FILE-OK
100200         DISPLAY 'DYNPROF  - PROFIN OPEN FAILED, FILE STATUS '
100300             WS-PIN-FILE-STATUS
100400         SET WS-PROFIN-DAMAGED TO TRUE
100500         GO TO 1300-CHECKED
100600     END-IF.
100700     READ PROFILE-IN-FILE
100800         AT END
100900             DISPLAY 'DYNPROF  - PROFIN IS EMPTY'
101000             SET WS-PROFIN-DAMAGED TO TRUE
101100             SET WS-PIN-AT-EOF TO TRUE
101200     END-READ.
101300     IF NOT WS-PIN-AT-EOF
101400         IF PIN-IS-HEADER
101500             MOVE PIN-HDR-RUN-ID   TO WS-PREV-RUN-ID
101600             MOVE PIN-HDR-RUN-DATE TO WS-PREV-RUN-DATE
101700             MOVE PIN-HDR-TOP-N    TO WS-PREV-TOP-N
101800             PERFORM 1310-CHECK-ONE-PROFILE-RECORD
101900                 THRU 1310-EXIT
102000                 UNTIL WS-PIN-AT-EOF
102100         ELSE
102200             DISPLAY 'DYNPROF  - PROFIN HAS NO HEADER RECORD'
102300             SET WS-PROFIN-DAMAGED TO TRUE
102400         END-IF
102500     END-IF.
102600     CLOSE PROFILE-IN-FILE.
102700     IF NOT WS-PIN-TRAILER-SEEN
102800         AND NOT WS-PROFIN-DAMAGED
102900         DISPLAY 'DYNPROF  - PROFIN HAS NO TRAILER'
103000         SET WS-PROFIN-DAMAGED TO TRUE
103100     END-IF.
103200 1300-CHECKED.
103300     IF WS-PROFIN-DAMAGED
103400         DISPLAY 'DYNPROF  - PROFIN IS DAMAGED - NO COMPARISON '
103500             'WITH THE PREVIOUS PROFILE'
103600         MOVE 4 TO WS-RAISE-RC
103700         PERFORM 5900-RAISE-RETURN-CODE
103800             THRU 5900-EXIT
103900     ELSE
104000         SET WS-PROFIN-VALID TO TRUE
104100         DISPLAY 'DYNPROF  - COMPARING WITH THE PROFILE OF RUN '
104200             WS-PREV-RUN-ID ', DATE ' WS-PREV-RUN-DATE
104300         IF WS-PREV-TOP-N NOT = WS-TOP-N
104400             DISPLAY 'DYNPROF  - THE PREVIOUS PROFILE KEPT '
104500                 WS-PREV-TOP-N ' TOP VALUES - TOP VALUE FIGURES '
104600                 'ARE NOT LIKE FOR LIKE'
104700         END-IF
104800     END-IF.
104900 1300-EXIT.
105000     EXIT.
105100
105200******************************************************************
105300*  1310-CHECK-ONE-PROFILE-RECORD - COUNT ONE PROFIN FIGURE, OR
105400*                                  CHECK ITS TRAILER
105500******************************************************************
105600 1310-CHECK-ONE-PROFILE-RECORD.
105700     READ PROFILE-IN-FILE
105800         AT END
105900             SET WS-PIN-AT-EOF TO TRUE
106000             GO TO 1310-EXIT
106100     END-READ.
106200     IF WS-PIN-TRAILER-SEEN
106300         DISPLAY 'DYNPROF  - PROFIN HAS RECORDS AFTER ITS TRAILER'
106400         SET WS-PROFIN-DAMAGED TO TRUE
106500         SET WS-PIN-AT-EOF TO TRUE
106600         GO TO 1310-EXIT
106700     END-IF.
106800     EVALUATE TRUE
106900         WHEN PIN-IS-FIGURE
107000             ADD 1 TO WS-PIN-FIGURES
107100         WHEN PIN-IS-TRAILER
107200             SET WS-PIN-TRAILER-SEEN TO TRUE
107300             IF PIN-TRL-FIGURE-COUNT NOT = WS-PIN-FIGURES
107400                 DISPLAY 'DYNPROF  - PROFIN TRAILER COUNT '
107500                     PIN-TRL-FIGURE-COUNT ' BUT ' WS-PIN-FIGURES
107600                     ' FIGURES READ'
107700                 SET WS-PROFIN-DAMAGED TO TRUE
107800             END-IF
107900         WHEN OTHER
108000             DISPLAY 'DYNPROF  - PROFIN RECORD ID ' PIN-RECORD-ID
108100                 ' IS NOT A FIGURE'
108200             SET WS-PROFIN-DAMAGED TO TRUE
108300             SET WS-PIN-AT-EOF TO TRUE
108400     END-EVALUATE.
108500 1310-EXIT.
108600     EXIT.
108700
108800******************************************************************
108900*  2000-RELEASE-VALUES - SORT INPUT PROCEDURE - PROFILE THE EXPORT
109000*                        ITEM BY ITEM, RELEASING EVERY KEY AND
109100*                        FILLED FIELD VALUE TO THE VALUE SORT
109200******************************************************************
109300 2000-RELEASE-VALUES.
109400     PERFORM 2100-PROCESS-ONE-RECORD
109500         THRU 2100-EXIT
109600         UNTIL WS-EXPORT-AT-EOF.
109700     IF NOT WS-RUN-REFUSED
109800         PERFORM 2500-CLOSE-OPEN-SECTION
109900             THRU 2500-EXIT
110000     END-IF.
110100 2000-EXIT.
110200     EXIT.
110300
110400******************************************************************
110500*  2100-PROCESS-ONE-RECORD - ROUTE ONE EXPORT RECORD BY ITS RECORD
110600*                            ID, THEN READ THE NEXT ONE
110700******************************************************************
110800 2100-PROCESS-ONE-RECORD.
110900     EVALUATE TRUE
111000         WHEN EXP-IS-HEADER
111100             PERFORM 2200-START-SECTION
111200                 THRU 2200-EXIT
111300         WHEN EXP-IS-DATA
111400             PERFORM 2300-PROFILE-ONE-ITEM
111500                 THRU 2300-EXIT
111600         WHEN EXP-IS-TRAILER
111700             PERFORM 2400-END-SECTION
111800                 THRU 2400-EXIT
111900         WHEN OTHER
112000             DISPLAY 'DYNPROF  - UNEXPECTED EXPORT RECORD ID '
112100                 EXP-RECORD-ID ' - REST OF THE EXPORT NOT READ'
112200             PERFORM 2500-CLOSE-OPEN-SECTION
112300                 THRU 2500-EXIT
112400             PERFORM 1190-REFUSE-RUN
112500                 THRU 1190-EXIT
112800             GO TO 2100-EXIT
112900     END-EVALUATE.
113000     IF NOT WS-EXPORT-AT-EOF
113100         PERFORM 2900-READ-EXPORT-FILE
113200             THRU 2900-EXIT
113300     END-IF.
113400 2100-EXIT.
113500     EXIT.
113600
113700******************************************************************
113800*  2200-START-SECTION - AN EXPORT HEADER OPENS A TABLE.  GIVE IT
113900*                       ITS PROFILE ENTRY AND FIND ITS LAYOUT; A
114000*                       TABLE SEEN BEFORE OR A SECTION FROM
114100*                       ANOTHER RUN CANNOT BE VERIFIED
114200******************************************************************
114300 2200-START-SECTION.
114400     PERFORM 2500-CLOSE-OPEN-SECTION
114500         THRU 2500-EXIT.
114600     SET WS-IN-SECTION TO TRUE.
114700     MOVE 'N' TO WS-SECTION-SKIPPED-SWITCH.
114800     MOVE ZERO TO WS-SEC-KEY-HASH.
114900     DISPLAY 'DYNPROF  - PROFILING TABLE '
115000         EXP-HDR-TABLE-NAME (1:40).
115100     MOVE EXP-HDR-TABLE-NAME TO WS-WANTED-TABLE.
115200     PERFORM 5400-FIND-TABLE
115300         THRU 5400-EXIT.
115400     IF WS-FOUND-TBL > ZERO
115500         MOVE WS-FOUND-TBL TO WS-CUR-TBL
115600         SET WS-TBL-UNVERIFIED (WS-CUR-TBL) TO TRUE
115700         MOVE 'NOT VERIFIED - TABLE IS ON THE EXPORT TWICE'
115800             TO WS-TBL-STATUS (WS-CUR-TBL)
115900         SET WS-SECTION-SKIPPED TO TRUE
116000         DISPLAY 'DYNPROF  - ' WS-TBL-STATUS (WS-CUR-TBL)
116100         GO TO 2200-EXIT
116200     END-IF.
116300     IF WS-TBL-COUNT = 50
116400         DISPLAY 'DYNPROF  - MORE THAN 50 TABLES ON THE EXPORT '
116500             '- RUN REFUSED'
116600         PERFORM 1190-REFUSE-RUN
116700             THRU 1190-EXIT
116800         GO TO 2200-EXIT
116900     END-IF.
117000     ADD 1 TO WS-TBL-COUNT.
117100     MOVE WS-TBL-COUNT TO WS-CUR-TBL.
117200     INITIALIZE WS-TBL-ENTRY (WS-CUR-TBL).
117300     MOVE EXP-HDR-TABLE-NAME TO WS-TBL-NAME (WS-CUR-TBL).
117400     MOVE EXP-HDR-RUN-ID     TO WS-TBL-RUN-ID (WS-CUR-TBL).
117500     MOVE EXP-HDR-RUN-DATE   TO WS-TBL-RUN-DATE (WS-CUR-TBL).
117600     SET WS-TBL-PENDING (WS-CUR-TBL) TO TRUE.
117700     IF EXP-HDR-RUN-ID NOT = WS-PROF-RUN-ID
117800         SET WS-TBL-UNVERIFIED (WS-CUR-TBL) TO TRUE
117900         STRING 'NOT VERIFIED - SECTION IS FROM RUN '
118000                EXP-HDR-RUN-ID
118100             DELIMITED BY SIZE
118200             INTO WS-TBL-STATUS (WS-CUR-TBL)
118300         END-STRING
118400         DISPLAY 'DYNPROF  - ' WS-TBL-STATUS (WS-CUR-TBL)
118500     END-IF.
118600     IF WS-CTL-MODE
118700         PERFORM 2210-FIND-CONTROL-ENTRY
118800             THRU 2210-EXIT
118900     ELSE
119000         IF WS-TBL-COUNT > 1
119100             MOVE 'A SECOND TABLE NEEDS A TABLCTL RUN'
119200                 TO WS-TBL-FIELDS-NOTE (WS-CUR-TBL)
119300         ELSE
119400             IF WS-LSET-COUNT = ZERO
119500                 MOVE 'NO RECLAYT LAYOUT'
119600                     TO WS-TBL-FIELDS-NOTE (WS-CUR-TBL)
119700             ELSE
119800                 MOVE 1 TO WS-TBL-LSET (WS-CUR-TBL)
119900                 MOVE WS-LSET-ID (1)
120000                     TO WS-TBL-LAYOUT-DSN (WS-CUR-TBL)
120100             END-IF
120200         END-IF
120300     END-IF.
120400     MOVE WS-TBL-LSET (WS-CUR-TBL) TO WS-LSET-SUB.
120500 2200-EXIT.
120600     EXIT.
120700
120800******************************************************************
120900*  2210-FIND-CONTROL-ENTRY - LOOK THE TABLE UP IN TABLCTL FOR ITS
121000*                            LAYOUT SECTION
121100******************************************************************
121200 2210-FIND-CONTROL-ENTRY.
121300     MOVE ZERO TO WS-FOUND-CTL.
121400     PERFORM 2220-CHECK-ONE-CONTROL
121500         THRU 2220-EXIT
121600         VARYING WS-CTL-SUB FROM 1 BY 1
121700         UNTIL WS-CTL-SUB > WS-CTL-COUNT
121800         OR WS-FOUND-CTL > ZERO.
121900     IF WS-FOUND-CTL = ZERO
122000         MOVE 'TABLE IS NOT IN TABLCTL'
122100             TO WS-TBL-FIELDS-NOTE (WS-CUR-TBL)
122200         GO TO 2210-EXIT
122300     END-IF.
122400     IF WS-CTL-LAYOUT-DSN (WS-FOUND-CTL) = SPACES
122500         MOVE 'TABLCTL NAMES NO RECLAYT LAYOUT'
122600             TO WS-TBL-FIELDS-NOTE (WS-CUR-TBL)
122700         GO TO 2210-EXIT
122800     END-IF.
122900     MOVE WS-CTL-LAYOUT-DSN (WS-FOUND-CTL)
123000         TO WS-WANTED-DSN
123100            WS-TBL-LAYOUT-DSN (WS-CUR-TBL).
123200     PERFORM 5310-FIND-LAYOUT-SET
123300         THRU 5310-EXIT.
123400     MOVE WS-FOUND-SET TO WS-TBL-LSET (WS-CUR-TBL).
123500 2210-EXIT.
123600     EXIT.
123700
123800******************************************************************
123900*  2220-CHECK-ONE-CONTROL - IS THIS CONTROL RECORD THE TABLE'S
124000******************************************************************
124100 2220-CHECK-ONE-CONTROL.
124200     IF WS-CTL-TABLE-NAME (WS-CTL-SUB) = WS-TBL-NAME (WS-CUR-TBL)
124300         MOVE WS-CTL-SUB TO WS-FOUND-CTL
124400     END-IF.
124500 2220-EXIT.
124600     EXIT.
124700
124800******************************************************************
124900*  2300-PROFILE-ONE-ITEM - COUNT THE ITEM, HASH ITS KEYS (TO CHECK
125000*                          THE TRAILER), PLACE ITS RECORD LENGTH,
125100*                          AND RELEASE ITS PARTITION KEY AND EVERY
125200*                          FILLED LAYOUT FIELD TO THE VALUE SORT
125300******************************************************************
125400 2300-PROFILE-ONE-ITEM.
125500     IF NOT WS-IN-SECTION
125600         DISPLAY 'DYNPROF  - DATA RECORD OUTSIDE ANY TABLE '
125700             'SECTION - IGNORED'
125800         MOVE 8 TO WS-RAISE-RC
125900         PERFORM 5900-RAISE-RETURN-CODE
126000             THRU 5900-EXIT
126100         GO TO 2300-EXIT
126200     END-IF.
126300     IF WS-SECTION-SKIPPED
126400         GO TO 2300-EXIT
126500     END-IF.
126600     ADD 1 TO WS-TBL-ITEMS (WS-CUR-TBL)
126700              WS-TOTAL-ITEMS-READ.
126800     CALL 'DYNKHASH' USING EXP-KEY-VALUE
126900                           EXP-SORT-KEY-VALUE
127000                           WS-SEC-KEY-HASH.
127100     IF EXP-RECORD-LENGTH NUMERIC
127200         MOVE EXP-RECORD-LENGTH TO WS-ITEM-LENGTH
127300     ELSE
127400         MOVE ZERO TO WS-ITEM-LENGTH
127500     END-IF.
127600     ADD WS-ITEM-LENGTH TO WS-TBL-TOTAL-LENGTH (WS-CUR-TBL).
127700     IF WS-ITEM-LENGTH > WS-TBL-MAX-LENGTH (WS-CUR-TBL)
127800         MOVE WS-ITEM-LENGTH TO WS-TBL-MAX-LENGTH (WS-CUR-TBL)
127900     END-IF.
128000     MOVE ZERO TO WS-FOUND-BKT.
128100     PERFORM 2320-CHECK-ONE-BUCKET
128200         THRU 2320-EXIT
128300         VARYING WS-BKT-SUB FROM 1 BY 1
128400         UNTIL WS-BKT-SUB > 6
128500         OR WS-FOUND-BKT > ZERO.
128600     ADD 1 TO WS-TBL-BUCKET-COUNT (WS-CUR-TBL WS-FOUND-BKT).
128700     IF EXP-KEY-VALUE NOT = SPACES
128800         MOVE WS-CUR-TBL TO VAL-TABLE-SEQ
128900         MOVE ZERO TO VAL-FIELD-SEQ
129000         MOVE '1' TO VAL-CLASS
129100         MOVE EXP-KEY-VALUE (1:100) TO VAL-VALUE
129200         RELEASE VALUE-SORT-RECORD
129300     END-IF.
129400     IF WS-LSET-SUB > ZERO
129500         PERFORM 2310-RELEASE-ONE-FIELD
129600             THRU 2310-EXIT
129700             VARYING WS-LAYT-SUB FROM 1 BY 1
129800             UNTIL WS-LAYT-SUB > WS-LSET-FIELD-COUNT (WS-LSET-SUB)
129900     END-IF.
130000 2300-EXIT.
130100     EXIT.
130200
130300******************************************************************
130400*  2310-RELEASE-ONE-FIELD - RELEASE ONE FILLED LAYOUT FIELD.  A
130500*                           TYPE N VALUE THAT WILL NOT PARSE AS A
130600*                           NUMBER (THE TEST DYNRECON APPLIES)
130700*                           GOES TO THE SORT AS INVALID
130800******************************************************************
130900 2310-RELEASE-ONE-FIELD.
131000     IF EXP-RECORD-VALUE
131100             (WS-LAYT-OFFSET (WS-LSET-SUB WS-LAYT-SUB):
131200             WS-LAYT-LENGTH (WS-LSET-SUB WS-LAYT-SUB)) = SPACES
131300         GO TO 2310-EXIT
131400     END-IF.
131500     MOVE WS-CUR-TBL  TO VAL-TABLE-SEQ.
131600     MOVE WS-LAYT-SUB TO VAL-FIELD-SEQ.
131700     MOVE '1' TO VAL-CLASS.
131800     IF WS-LAYT-IS-NUMERIC (WS-LSET-SUB WS-LAYT-SUB)
131900         IF FUNCTION TEST-NUMVAL (EXP-RECORD-VALUE
132000                 (WS-LAYT-OFFSET (WS-LSET-SUB WS-LAYT-SUB):
132100                 WS-LAYT-LENGTH (WS-LSET-SUB WS-LAYT-SUB)))
132200                 NOT = ZERO
132300             MOVE '2' TO VAL-CLASS
132400         END-IF
132500     END-IF.
132600     MOVE EXP-RECORD-VALUE
132700             (WS-LAYT-OFFSET (WS-LSET-SUB WS-LAYT-SUB):
132800             WS-LAYT-LENGTH (WS-LSET-SUB WS-LAYT-SUB))
132900         TO VAL-VALUE.
133000     RELEASE VALUE-SORT-RECORD.
133100     ADD 1 TO WS-TOTAL-VALUES.
133200 2310-EXIT.
133300     EXIT.
133400
133500******************************************************************
133600*  2320-CHECK-ONE-BUCKET - DOES THE ITEM'S LENGTH FALL IN THIS
133700*                          BUCKET; THE LAST ONE TAKES EVERYTHING
133800*                          LEFT
133900******************************************************************
134000 2320-CHECK-ONE-BUCKET.
134100     IF WS-ITEM-LENGTH NOT > WS-BUCKET-LIMIT (WS-BKT-SUB)
134200         MOVE WS-BKT-SUB TO WS-FOUND-BKT
134300     END-IF.
134400 2320-EXIT.
134500     EXIT.
134600
134700******************************************************************
134800*  2400-END-SECTION - AN EXPORT TRAILER CLOSES THE TABLE.  IT IS
134900*                     VERIFIED WHEN THE ITEMS READ AND THEIR KEY
135000*                     HASH AGREE WITH THE TRAILER
135100******************************************************************
135200 2400-END-SECTION.
135300     IF NOT WS-IN-SECTION
135400         DISPLAY 'DYNPROF  - TRAILER RECORD OUTSIDE ANY TABLE '
135500             'SECTION - IGNORED'
135600         MOVE 8 TO WS-RAISE-RC
135700         PERFORM 5900-RAISE-RETURN-CODE
135800             THRU 5900-EXIT
135900         GO TO 2400-EXIT
136000     END-IF.
136100     MOVE 'N' TO WS-IN-SECTION-SWITCH.
136200     IF WS-SECTION-SKIPPED
136300         OR NOT WS-TBL-PENDING (WS-CUR-TBL)
136400         GO TO 2400-EXIT
136500     END-IF.
136600     IF WS-TBL-ITEMS (WS-CUR-TBL) = EXP-TRL-ITEM-COUNT
136700         AND WS-SEC-KEY-HASH = EXP-TRL-KEY-HASH
136800         SET WS-TBL-VERIFIED (WS-CUR-TBL) TO TRUE
136900         MOVE 'VERIFIED - TRAILER COUNT AND KEY HASH AGREE'
137000             TO WS-TBL-STATUS (WS-CUR-TBL)
137100     ELSE
137200         DISPLAY 'DYNPROF  - EXPORT TRAILER SAYS '
137300             EXP-TRL-ITEM-COUNT ' ITEMS, '
137400             WS-TBL-ITEMS (WS-CUR-TBL)
137500             ' READ, OR THE KEY HASH DIFFERS'
137600         SET WS-TBL-UNVERIFIED (WS-CUR-TBL) TO TRUE
137700         MOVE 'NOT VERIFIED - SECTION DISAGREES WITH ITS TRAILER'
137800             TO WS-TBL-STATUS (WS-CUR-TBL)
137900     END-IF.
138000 2400-EXIT.
138100     EXIT.
138200
138300******************************************************************
138400*  2500-CLOSE-OPEN-SECTION - A NEW HEADER, A BAD RECORD, OR END OF
138500*                            FILE WITH A TABLE STILL OPEN MEANS
138600*                            ITS TRAILER NEVER CAME
138700******************************************************************
138800 2500-CLOSE-OPEN-SECTION.
138900     IF NOT WS-IN-SECTION
139000         GO TO 2500-EXIT
139100     END-IF.
139200     MOVE 'N' TO WS-IN-SECTION-SWITCH.
139300     IF WS-SECTION-SKIPPED
139400         OR NOT WS-TBL-PENDING (WS-CUR-TBL)
139500         GO TO 2500-EXIT
139600     END-IF.
139700     DISPLAY 'DYNPROF  - EXPORT SECTION HAS NO TRAILER, TABLE '
139800         WS-TBL-NAME (WS-CUR-TBL) (1:40).
139900     SET WS-TBL-UNVERIFIED (WS-CUR-TBL) TO TRUE.
140000     MOVE 'NOT VERIFIED - EXPORT SECTION HAS NO TRAILER'
140100         TO WS-TBL-STATUS (WS-CUR-TBL).
140200 2500-EXIT.
140300     EXIT.
140400
140500******************************************************************
140600*  2900-READ-EXPORT-FILE - READ THE NEXT EXPORT RECORD, SET THE
140700*                          END-OF-FILE SWITCH AT EOF
140800******************************************************************
140900 2900-READ-EXPORT-FILE.
141000     READ EXPORT-FILE
141100         AT END
141200             SET WS-EXPORT-AT-EOF TO TRUE
141300     END-READ.
141400 2900-EXIT.
141500     EXIT.
141600
141700******************************************************************
141800*  3000-REPORT-PROFILE - SORT OUTPUT PROCEDURE - THE VALUES COME
141900*                        BACK TABLE BY TABLE, FIELD BY FIELD, AND
142000*                        IN VALUE ORDER; EACH FIELD'S GROUP IS
142100*                        PROFILED AND REPORTED AS IT IS RETURNED.
142200*                        A TABLE WITH NO VALUES IN THE SORT IS
142300*                        STILL REPORTED IN ITS TURN
142400******************************************************************
142500 3000-REPORT-PROFILE.
142600     IF WS-RUN-REFUSED
142700         GO TO 3000-EXIT
142800     END-IF.
142900     OPEN OUTPUT PROFILE-OUT-FILE.
143000     MOVE SPACES TO PROFILE-OUT-HEADER-RECORD.
143100     MOVE 'H'             TO POUT-RECORD-ID.
143200     MOVE WS-PROF-RUN-ID  TO POUT-HDR-RUN-ID.
143300     MOVE WS-RUN-YYYYMMDD TO POUT-HDR-RUN-DATE.
143400     MOVE WS-RUN-HHMMSSTT TO POUT-HDR-RUN-TIME.
143500     MOVE WS-TOP-N        TO POUT-HDR-TOP-N.
143600     WRITE PROFILE-OUT-RECORD.
143700     MOVE ZERO TO WS-RPT-TBL.
143800     PERFORM 3900-RETURN-VALUE
143900         THRU 3900-EXIT.
144000     PERFORM 3100-PROFILE-ONE-GROUP
144100         THRU 3100-EXIT
144200         UNTIL WS-VALUE-AT-EOF.
144300     COMPUTE WS-WANTED-TBL = WS-TBL-COUNT + 1.
144400     PERFORM 3050-ADVANCE-TABLES
144500         THRU 3050-EXIT.
144600     MOVE SPACES TO PROFILE-OUT-TRAILER-RECORD.
144700     MOVE 'T' TO POUT-RECORD-ID.
144800     MOVE WS-FIGURES-WRITTEN TO POUT-TRL-FIGURE-COUNT.
144900     WRITE PROFILE-OUT-RECORD.
145000     CLOSE PROFILE-OUT-FILE.
145100 3000-EXIT.
145200     EXIT.
145300
145400******************************************************************
145500*  3050-ADVANCE-TABLES - FINISH THE TABLE BEING REPORTED, REPORT
145600*                        ANY TABLES BEFORE WS-WANTED-TBL THAT HAD
145700*                        NO VALUES, AND START WS-WANTED-TBL
145800******************************************************************
145900 3050-ADVANCE-TABLES.
146000     IF WS-RPT-TBL > ZERO
146100         PERFORM 3800-FINISH-TABLE
146200             THRU 3800-EXIT
146300     END-IF.
146400     COMPUTE WS-NEXT-TBL = WS-RPT-TBL + 1.
146500     PERFORM 3060-REPORT-EMPTY-TABLE
146600         THRU 3060-EXIT
146700         VARYING WS-RPT-TBL FROM WS-NEXT-TBL BY 1
146800         UNTIL WS-RPT-TBL NOT < WS-WANTED-TBL.
146900     IF WS-RPT-TBL NOT > WS-TBL-COUNT
147000         PERFORM 3200-START-TABLE
147100             THRU 3200-EXIT
147200     END-IF.
147300 3050-EXIT.
147400     EXIT.
147500
147600******************************************************************
147700*  3060-REPORT-EMPTY-TABLE - A TABLE WITH NOTHING IN THE SORT
147800******************************************************************
147900 3060-REPORT-EMPTY-TABLE.
148000     PERFORM 3200-START-TABLE
148100         THRU 3200-EXIT.
148200     PERFORM 3800-FINISH-TABLE
148300         THRU 3800-EXIT.
148400 3060-EXIT.
148500     EXIT.
148600
148700******************************************************************
148800*  3100-PROFILE-ONE-GROUP - GATHER ONE FIELD'S VALUES (OR THE
148900*                           PARTITION KEY'S, FIELD SEQUENCE ZERO)
149000*                           RUN BY RUN OF EQUAL VALUES, THEN
149100*                           REPORT THEM
149200******************************************************************
149300 3100-PROFILE-ONE-GROUP.
149400     IF WS-SRT-TABLE-SEQ NOT = WS-RPT-TBL
149500         MOVE WS-SRT-TABLE-SEQ TO WS-WANTED-TBL
149600         PERFORM 3050-ADVANCE-TABLES
149700             THRU 3050-EXIT
149800     END-IF.
149900     IF WS-SRT-FIELD-SEQ > ZERO
150000         PERFORM 3700-REPORT-EMPTY-FIELD
150100             THRU 3700-EXIT
150200             VARYING WS-LAYT-SUB FROM WS-NEXT-FIELD BY 1
150300             UNTIL WS-LAYT-SUB NOT < WS-SRT-FIELD-SEQ
150400         MOVE WS-SRT-FIELD-SEQ TO WS-LAYT-SUB
150500     END-IF.
150600     MOVE WS-SRT-GROUP-KEY TO WS-GROUP-KEY.
150700     IF WS-SRT-FIELD-SEQ = ZERO
150800         SET WS-GROUP-IS-KEY TO TRUE
150900     ELSE
151000         MOVE WS-LAYT-TYPE (WS-LSET-SUB WS-LAYT-SUB)
151100             TO WS-GROUP-TYPE
151200     END-IF.
151300     MOVE ZERO TO WS-GRP-FILLED
151400                  WS-GRP-INVALID
151500                  WS-GRP-DISTINCT
151600                  WS-TOP-USED.
151700     MOVE SPACES TO WS-GRP-MIN-VALUE
151800                    WS-GRP-MAX-VALUE.
151900     MOVE 'N' TO WS-MIN-SET-SWITCH.
152000     PERFORM 3300-ABSORB-ONE-RUN
152100         THRU 3300-EXIT
152200         UNTIL WS-VALUE-AT-EOF
152300         OR WS-SRT-GROUP-KEY NOT = WS-GROUP-KEY.
152400     IF WS-GROUP-IS-KEY
152500         PERFORM 3410-REPORT-KEY
152600             THRU 3410-EXIT
152700     ELSE
152800         PERFORM 3450-REPORT-FIELD
152900             THRU 3450-EXIT
153000         COMPUTE WS-NEXT-FIELD = WS-LAYT-SUB + 1
153100     END-IF.
153200 3100-EXIT.
153300     EXIT.
153400
153500******************************************************************
153600*  3200-START-TABLE - THE TABLE BLOCK OF THE REPORT - ITS EXPORT,
153700*                     ITEM COUNT, AND RECORD LENGTHS - AND ITS
153800*                     TABLE FIGURES
153900******************************************************************
154000 3200-START-TABLE.
154100     MOVE WS-TBL-LSET (WS-RPT-TBL) TO WS-LSET-SUB.
154200     MOVE 1 TO WS-NEXT-FIELD.
154300     MOVE 'N' TO WS-FIELD-HEADING-SWITCH.
154400     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
154500     MOVE WS-TBL-NAME (WS-RPT-TBL)       TO WS-TLN-TABLE-NAME.
154600     MOVE WS-TBL-LAYOUT-DSN (WS-RPT-TBL) TO WS-TLN-LAYOUT-DSN.
154700     WRITE REPORT-RECORD FROM WS-TABLE-LINE.
154800     MOVE WS-TBL-RUN-ID (WS-RPT-TBL)   TO WS-ELN-RUN-ID.
154900     MOVE WS-TBL-RUN-DATE (WS-RPT-TBL) TO WS-ELN-RUN-DATE.
155000     MOVE WS-TBL-ITEMS (WS-RPT-TBL)    TO WS-ELN-ITEMS.
155100     WRITE REPORT-RECORD FROM WS-EXPORT-LINE.
155200     MOVE '(TABLE)' TO WS-FIG-FIELD-NAME.
155300     MOVE SPACES TO WS-FIG-TEXT.
155400     MOVE 'N' TO WS-FIG-KIND.
155500     MOVE 010 TO WS-FIG-SEQ.
155600     MOVE 'ITEMS' TO WS-FIG-NAME.
155700     MOVE WS-TBL-ITEMS (WS-RPT-TBL) TO WS-FIG-VALUE.
155800     PERFORM 5500-WRITE-FIGURE
155900         THRU 5500-EXIT.
156000     IF WS-TBL-ITEMS (WS-RPT-TBL) = ZERO
156100         WRITE REPORT-RECORD FROM WS-NO-ITEMS-LINE
156200         MOVE 999 TO WS-NEXT-FIELD
156300         GO TO 3200-EXIT
156400     END-IF.
156500     COMPUTE WS-AVERAGE-LENGTH ROUNDED =
156600         WS-TBL-TOTAL-LENGTH (WS-RPT-TBL)
156700             / WS-TBL-ITEMS (WS-RPT-TBL).
156800     COMPUTE WS-NEAR-LIMIT-COUNT =
156900         WS-TBL-BUCKET-COUNT (WS-RPT-TBL WS-NEAR-LIMIT-BUCKET)
157000       + WS-TBL-BUCKET-COUNT (WS-RPT-TBL 6).
157100     MOVE WS-NEAR-LIMIT-COUNT       TO WS-PCT-PART.
157200     MOVE WS-TBL-ITEMS (WS-RPT-TBL) TO WS-PCT-BASE.
157300     PERFORM 5600-COMPUTE-PERCENT
157400         THRU 5600-EXIT.
157500     MOVE WS-AVERAGE-LENGTH              TO WS-LLN-AVERAGE.
157600     MOVE WS-TBL-MAX-LENGTH (WS-RPT-TBL) TO WS-LLN-MAXIMUM.
157700     MOVE WS-NEAR-LIMIT-COUNT            TO WS-LLN-NEAR-LIMIT.
157800     MOVE WS-PCT-RESULT                  TO WS-LLN-NEAR-PCT.
157900     WRITE REPORT-RECORD FROM WS-LENGTH-LINE.
158000     MOVE 020 TO WS-FIG-SEQ.
158100     MOVE 'AVG RECORD LENGTH' TO WS-FIG-NAME.
158200     MOVE WS-AVERAGE-LENGTH TO WS-FIG-VALUE.
158300     PERFORM 5500-WRITE-FIGURE
158400         THRU 5500-EXIT.
158500     MOVE 030 TO WS-FIG-SEQ.
158600     MOVE 'MAX RECORD LENGTH' TO WS-FIG-NAME.
158700     MOVE WS-TBL-MAX-LENGTH (WS-RPT-TBL) TO WS-FIG-VALUE.
158800     PERFORM 5500-WRITE-FIGURE
158900         THRU 5500-EXIT.
159000     MOVE 100 TO WS-FIG-SEQ.
159100     MOVE 'PCT NEAR LIMIT' TO WS-FIG-NAME.
159200     MOVE WS-PCT-RESULT TO WS-FIG-VALUE.
159300     PERFORM 5500-WRITE-FIGURE
159400         THRU 5500-EXIT.
159500     PERFORM 3210-REPORT-ONE-BUCKET
159600         THRU 3210-EXIT
159700         VARYING WS-BKT-SUB FROM 1 BY 1
159800         UNTIL WS-BKT-SUB > 6.
159900 3200-EXIT.
160000     EXIT.
160100
160200******************************************************************
160300*  3210-REPORT-ONE-BUCKET - ONE RECORD LENGTH BUCKET, LINE AND
160400*                           FIGURE
160500******************************************************************
160600 3210-REPORT-ONE-BUCKET.
160700     MOVE WS-TBL-BUCKET-COUNT (WS-RPT-TBL WS-BKT-SUB)
160800         TO WS-PCT-PART.
160900     MOVE WS-TBL-ITEMS (WS-RPT-TBL) TO WS-PCT-BASE.
161000     PERFORM 5600-COMPUTE-PERCENT
161100         THRU 5600-EXIT.
161200     MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO WS-BLN-NAME.
161300     MOVE WS-TBL-BUCKET-COUNT (WS-RPT-TBL WS-BKT-SUB)
161400         TO WS-BLN-COUNT.
161500     MOVE WS-PCT-RESULT TO WS-BLN-PCT.
161600     WRITE REPORT-RECORD FROM WS-BUCKET-LINE.
161700     COMPUTE WS-FIG-SEQ = 030 + WS-BKT-SUB * 10.
161800     MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO WS-FIG-NAME.
161900     MOVE WS-TBL-BUCKET-COUNT (WS-RPT-TBL WS-BKT-SUB)
162000         TO WS-FIG-VALUE.
162100     PERFORM 5500-WRITE-FIGURE
162200         THRU 5500-EXIT.
162300 3210-EXIT.
162400     EXIT.
162500
162600******************************************************************
162700*  3300-ABSORB-ONE-RUN - COUNT ONE RUN OF EQUAL VALUES AND FOLD IT
162800*                        INTO THE GROUP - FILLED, INVALID,
162900*                        DISTINCT, MINIMUM AND MAXIMUM, AND THE
163000*                        TOP VALUES
163100******************************************************************
163200 3300-ABSORB-ONE-RUN.
163300     MOVE WS-SRT-CLASS TO WS-RUN-CLASS.
163400     MOVE WS-SRT-VALUE TO WS-RUN-VALUE.
163500     MOVE ZERO TO WS-RUN-COUNT.
163600     PERFORM 3310-COUNT-ONE-VALUE
163700         THRU 3310-EXIT
163800         UNTIL WS-VALUE-AT-EOF
163900         OR WS-SRT-GROUP-KEY NOT = WS-GROUP-KEY
164000         OR WS-SRT-CLASS NOT = WS-RUN-CLASS
164100         OR WS-SRT-VALUE NOT = WS-RUN-VALUE.
164200     ADD WS-RUN-COUNT TO WS-GRP-FILLED.
164300     ADD 1 TO WS-GRP-DISTINCT.
164400     IF WS-RUN-IS-VALID
164500         PERFORM 3320-TRACK-MIN-MAX
164600             THRU 3320-EXIT
164700     ELSE
164800         ADD WS-RUN-COUNT TO WS-GRP-INVALID
164900     END-IF.
165000     PERFORM 3330-PLACE-IN-TOP-VALUES
165100         THRU 3330-EXIT.
165200 3300-EXIT.
165300     EXIT.
165400
165500******************************************************************
165600*  3310-COUNT-ONE-VALUE - COUNT ONE VALUE AND RETURN THE NEXT
165700******************************************************************
165800 3310-COUNT-ONE-VALUE.
165900     ADD 1 TO WS-RUN-COUNT.
166000     PERFORM 3900-RETURN-VALUE
166100         THRU 3900-EXIT.
166200 3310-EXIT.
166300     EXIT.
166400
166500******************************************************************
166600*  3320-TRACK-MIN-MAX - THE VALUES COME BACK IN CHARACTER ORDER,
166700*                       SO A TYPE C FIELD'S MINIMUM IS ITS FIRST
166800*                       VALID VALUE AND ITS MAXIMUM ITS LAST; A
166900*                       TYPE N FIELD IS COMPARED BY NUMBER
167000******************************************************************
167100 3320-TRACK-MIN-MAX.
167200     IF NOT WS-GROUP-IS-NUMERIC
167300         IF NOT WS-MIN-SET
167400             MOVE WS-RUN-VALUE TO WS-GRP-MIN-VALUE
167500             SET WS-MIN-SET TO TRUE
167600         END-IF
167700         MOVE WS-RUN-VALUE TO WS-GRP-MAX-VALUE
167800         GO TO 3320-EXIT
167900     END-IF.
168000     COMPUTE WS-RUN-NUMBER = FUNCTION NUMVAL (WS-RUN-VALUE).
168100     IF NOT WS-MIN-SET
168200         MOVE WS-RUN-VALUE  TO WS-GRP-MIN-VALUE
168300                               WS-GRP-MAX-VALUE
168400         MOVE WS-RUN-NUMBER TO WS-GRP-MIN-NUMBER
168500                               WS-GRP-MAX-NUMBER
168600         SET WS-MIN-SET TO TRUE
168700         GO TO 3320-EXIT
168800     END-IF.
168900     IF WS-RUN-NUMBER < WS-GRP-MIN-NUMBER
169000         MOVE WS-RUN-VALUE  TO WS-GRP-MIN-VALUE
169100         MOVE WS-RUN-NUMBER TO WS-GRP-MIN-NUMBER
169200     END-IF.
169300     IF WS-RUN-NUMBER > WS-GRP-MAX-NUMBER
169400         MOVE WS-RUN-VALUE  TO WS-GRP-MAX-VALUE
169500         MOVE WS-RUN-NUMBER TO WS-GRP-MAX-NUMBER
169600     END-IF.
169700 3320-EXIT.
169800     EXIT.
169900
170000******************************************************************
170100*  3330-PLACE-IN-TOP-VALUES - KEEP THE WS-TOP-N MOST FREQUENT
170200*                             VALUES, MOST FREQUENT FIRST; ON A
170300*                             TIE THE VALUE RETURNED FIRST STAYS
170400*                             AHEAD
170500******************************************************************
170600 3330-PLACE-IN-TOP-VALUES.
170700     MOVE ZERO TO WS-TOP-SLOT.
170800     PERFORM 3335-CHECK-ONE-SLOT
170900         THRU 3335-EXIT
171000         VARYING WS-TOP-SUB FROM 1 BY 1
171100         UNTIL WS-TOP-SUB > WS-TOP-USED
171200         OR WS-TOP-SLOT > ZERO.
171300     IF WS-TOP-SLOT = ZERO
171400         COMPUTE WS-TOP-SLOT = WS-TOP-USED + 1
171500     END-IF.
171600     IF WS-TOP-SLOT > WS-TOP-N
171700         GO TO 3330-EXIT
171800     END-IF.
171900     IF WS-TOP-USED < WS-TOP-N
172000         ADD 1 TO WS-TOP-USED
172100     END-IF.
172200     PERFORM 3340-SHIFT-ONE-DOWN
172300         THRU 3340-EXIT
172400         VARYING WS-SHIFT-SUB FROM WS-TOP-USED BY -1
172500         UNTIL WS-SHIFT-SUB NOT > WS-TOP-SLOT.
172600     MOVE WS-RUN-COUNT TO WS-TOP-COUNT (WS-TOP-SLOT).
172700     MOVE WS-RUN-VALUE TO WS-TOP-VALUE (WS-TOP-SLOT).
172800 3330-EXIT.
172900     EXIT.
173000
173100******************************************************************
173200*  3335-CHECK-ONE-SLOT - DOES THE RUN BEAT THIS TOP VALUE
173300******************************************************************
173400 3335-CHECK-ONE-SLOT.
173500     IF WS-RUN-COUNT > WS-TOP-COUNT (WS-TOP-SUB)
173600         MOVE WS-TOP-SUB TO WS-TOP-SLOT
173700     END-IF.
173800 3335-EXIT.
173900     EXIT.
174000
174100******************************************************************
174200*  3340-SHIFT-ONE-DOWN - MOVE ONE TOP VALUE DOWN A PLACE
174300******************************************************************
174400 3340-SHIFT-ONE-DOWN.
174500     MOVE WS-TOP-ENTRY (WS-SHIFT-SUB - 1)
174600         TO WS-TOP-ENTRY (WS-SHIFT-SUB).
174700 3340-EXIT.
174800     EXIT.
174900
175000******************************************************************
175100*  3410-REPORT-KEY - THE PARTITION KEY LINE AND ITS BUSIEST KEYS;
175200*                    THE SKEW IS THE SHARE OF THE TABLE'S ITEMS
175300*                    ON THE BUSIEST KEY AND ON THE TOP KEYS
175400******************************************************************
175500 3410-REPORT-KEY.
175600     MOVE WS-TBL-ITEMS (WS-RPT-TBL) TO WS-PCT-BASE.
175700     MOVE ZERO TO WS-TOP-TOTAL.
175800     PERFORM 3420-ADD-ONE-TOP-COUNT
175900         THRU 3420-EXIT
176000         VARYING WS-TOP-SUB FROM 1 BY 1
176100         UNTIL WS-TOP-SUB > WS-TOP-USED.
176200     MOVE WS-TOP-TOTAL TO WS-PCT-PART.
176300     PERFORM 5600-COMPUTE-PERCENT
176400         THRU 5600-EXIT.
176500     MOVE WS-PCT-RESULT TO WS-KLN-TOP-PCT.
176600     MOVE WS-TOP-COUNT (1) TO WS-PCT-PART.
176700     PERFORM 5600-COMPUTE-PERCENT
176800         THRU 5600-EXIT.
176900     MOVE WS-PCT-RESULT   TO WS-KLN-BUSIEST-PCT.
177000     MOVE WS-GRP-DISTINCT TO WS-KLN-DISTINCT.
177100     MOVE WS-TOP-N        TO WS-KLN-TOP-N.
177200     WRITE REPORT-RECORD FROM WS-KEY-LINE.
177300     MOVE '(PARTITION KEY)' TO WS-FIG-FIELD-NAME.
177400     MOVE SPACES TO WS-FIG-TEXT.
177500     MOVE 'N' TO WS-FIG-KIND.
177600     MOVE 010 TO WS-FIG-SEQ.
177700     MOVE 'DISTINCT KEYS' TO WS-FIG-NAME.
177800     MOVE WS-GRP-DISTINCT TO WS-FIG-VALUE.
177900     PERFORM 5500-WRITE-FIGURE
178000         THRU 5500-EXIT.
178100     MOVE 020 TO WS-FIG-SEQ.
178200     MOVE 'BUSIEST KEY PCT' TO WS-FIG-NAME.
178300     MOVE WS-PCT-RESULT TO WS-FIG-VALUE.
178400     PERFORM 5500-WRITE-FIGURE
178500         THRU 5500-EXIT.
178600     MOVE 030 TO WS-FIG-SEQ.
178700     MOVE WS-TOP-N TO WS-RANK.
178800     MOVE SPACES TO WS-FIG-NAME.
178900     STRING 'TOP ' WS-RANK ' KEYS PCT'
179000         DELIMITED BY SIZE
179100         INTO WS-FIG-NAME
179200     END-STRING.
179300     MOVE WS-KLN-TOP-PCT TO WS-FIG-VALUE.
179400     PERFORM 5500-WRITE-FIGURE
179500         THRU 5500-EXIT.
179600     PERFORM 3430-REPORT-ONE-TOP-VALUE
179700         THRU 3430-EXIT
179800         VARYING WS-TOP-SUB FROM 1 BY 1
179900         UNTIL WS-TOP-SUB > WS-TOP-USED.
180000 3410-EXIT.
180100     EXIT.
180200
180300******************************************************************
180400*  3420-ADD-ONE-TOP-COUNT - ADD UP THE ITEMS ON THE TOP KEYS
180500******************************************************************
180600 3420-ADD-ONE-TOP-COUNT.
180700     ADD WS-TOP-COUNT (WS-TOP-SUB) TO WS-TOP-TOTAL.
180800 3420-EXIT.
180900     EXIT.
181000
181100******************************************************************
181200*  3430-REPORT-ONE-TOP-VALUE - ONE MOST FREQUENT KEY OR VALUE, ITS
181300*                              COUNT AND SHARE OF THE ITEMS, LINE
181400*                              AND COUNTED-VALUE FIGURE.  THE
181500*                              CALLER SETS THE FIGURE FIELD NAME
181600******************************************************************
181700 3430-REPORT-ONE-TOP-VALUE.
181800     MOVE WS-TOP-COUNT (WS-TOP-SUB) TO WS-PCT-PART.
181900     MOVE WS-TBL-ITEMS (WS-RPT-TBL) TO WS-PCT-BASE.
182000     PERFORM 5600-COMPUTE-PERCENT
182100         THRU 5600-EXIT.
182200     MOVE WS-TOP-SUB                TO WS-TPL-RANK
182300                                       WS-RANK.
182400     MOVE WS-TOP-COUNT (WS-TOP-SUB) TO WS-TPL-COUNT.
182500     MOVE WS-PCT-RESULT             TO WS-TPL-PCT.
182600     MOVE WS-TOP-VALUE (WS-TOP-SUB) TO WS-TPL-VALUE.
182700     WRITE REPORT-RECORD FROM WS-TOP-LINE.
182800     IF WS-GROUP-IS-KEY
182900         COMPUTE WS-FIG-SEQ = 040 + WS-TOP-SUB
183000         MOVE SPACES TO WS-FIG-NAME
183100         STRING 'TOP KEY ' WS-RANK
183200             DELIMITED BY SIZE
183300             INTO WS-FIG-NAME
183400         END-STRING
183500     ELSE
183600         COMPUTE WS-FIG-SEQ = 070 + WS-TOP-SUB
183700         MOVE SPACES TO WS-FIG-NAME
183800         STRING 'TOP VALUE ' WS-RANK
183900             DELIMITED BY SIZE
184000             INTO WS-FIG-NAME
184100         END-STRING
184200     END-IF.
184300     MOVE 'C' TO WS-FIG-KIND.
184400     MOVE WS-TOP-COUNT (WS-TOP-SUB) TO WS-FIG-VALUE.
184500     MOVE WS-TOP-VALUE (WS-TOP-SUB) TO WS-FIG-TEXT.
184600     PERFORM 5500-WRITE-FIGURE
184700         THRU 5500-EXIT.
184800 3430-EXIT.
184900     EXIT.
185000
185100******************************************************************
185200*  3450-REPORT-FIELD - ONE LAYOUT FIELD (WS-LAYT-SUB) - ITS LINE,
185300*                      ITS MOST FREQUENT VALUES, AND ITS FIGURES
185400******************************************************************
185500 3450-REPORT-FIELD.
185600     IF NOT WS-FIELD-HEADING-DONE
185700         WRITE REPORT-RECORD FROM WS-FIELD-HEADING
185800         SET WS-FIELD-HEADING-DONE TO TRUE
185900     END-IF.
186000     MOVE WS-LAYT-FIELD-NAME (WS-LSET-SUB WS-LAYT-SUB)
186100         TO WS-FLN-FIELD-NAME
186200            WS-FIG-FIELD-NAME.
186300     MOVE WS-LAYT-TYPE (WS-LSET-SUB WS-LAYT-SUB) TO WS-FLN-TYPE.
186400     MOVE WS-GRP-FILLED TO WS-FLN-FILLED
186500                           WS-PCT-PART.
186600     MOVE WS-TBL-ITEMS (WS-RPT-TBL) TO WS-PCT-BASE.
186700     PERFORM 5600-COMPUTE-PERCENT
186800         THRU 5600-EXIT.
186900     MOVE WS-PCT-RESULT TO WS-FLN-FILL-PCT.
187000     IF WS-LAYT-IS-NUMERIC (WS-LSET-SUB WS-LAYT-SUB)
187100         MOVE WS-GRP-INVALID TO WS-EDITED-COUNT
187200         MOVE WS-EDITED-COUNT TO WS-FLN-INVALID
187300     ELSE
187400         MOVE SPACES TO WS-FLN-INVALID
187500     END-IF.
187600     MOVE WS-GRP-DISTINCT  TO WS-FLN-DISTINCT.
187700     MOVE WS-GRP-MIN-VALUE TO WS-FLN-MINIMUM.
187800     MOVE WS-GRP-MAX-VALUE TO WS-FLN-MAXIMUM.
187900     WRITE REPORT-RECORD FROM WS-FIELD-LINE.
188000     MOVE SPACES TO WS-FIG-TEXT.
188100     MOVE 'N' TO WS-FIG-KIND.
188200     MOVE 010 TO WS-FIG-SEQ.
188300     MOVE 'FILL PCT' TO WS-FIG-NAME.
188400     MOVE WS-PCT-RESULT TO WS-FIG-VALUE.
188500     PERFORM 5500-WRITE-FIGURE
188600         THRU 5500-EXIT.
188700     MOVE 020 TO WS-FIG-SEQ.
188800     MOVE 'FILLED' TO WS-FIG-NAME.
188900     MOVE WS-GRP-FILLED TO WS-FIG-VALUE.
189000     PERFORM 5500-WRITE-FIGURE
189100         THRU 5500-EXIT.
189200     IF WS-LAYT-IS-NUMERIC (WS-LSET-SUB WS-LAYT-SUB)
189300         MOVE 030 TO WS-FIG-SEQ
189400         MOVE 'INVALID NUMERIC' TO WS-FIG-NAME
189500         MOVE WS-GRP-INVALID TO WS-FIG-VALUE
189600         PERFORM 5500-WRITE-FIGURE
189700             THRU 5500-EXIT
189800     END-IF.
189900     MOVE 040 TO WS-FIG-SEQ.
190000     MOVE 'DISTINCT VALUES' TO WS-FIG-NAME.
190100     MOVE WS-GRP-DISTINCT TO WS-FIG-VALUE.
190200     PERFORM 5500-WRITE-FIGURE
190300         THRU 5500-EXIT.
190400     MOVE 'T' TO WS-FIG-KIND.
190500     MOVE ZERO TO WS-FIG-VALUE.
190600     MOVE 050 TO WS-FIG-SEQ.
190700     MOVE 'MIN VALUE' TO WS-FIG-NAME.
190800     MOVE WS-GRP-MIN-VALUE TO WS-FIG-TEXT.
190900     PERFORM 5500-WRITE-FIGURE
191000         THRU 5500-EXIT.
191100     MOVE 060 TO WS-FIG-SEQ.
191200     MOVE 'MAX VALUE' TO WS-FIG-NAME.
191300     MOVE WS-GRP-MAX-VALUE TO WS-FIG-TEXT.
191400     PERFORM 5500-WRITE-FIGURE
191500         THRU 5500-EXIT.
191600     PERFORM 3430-REPORT-ONE-TOP-VALUE
191700         THRU 3430-EXIT
191800         VARYING WS-TOP-SUB FROM 1 BY 1
191900         UNTIL WS-TOP-SUB > WS-TOP-USED.
192000 3450-EXIT.
192100     EXIT.
192200
192300******************************************************************
192400*  3700-REPORT-EMPTY-FIELD - A LAYOUT FIELD NO ITEM HAS FILLED
192500******************************************************************
192600 3700-REPORT-EMPTY-FIELD.
192700     MOVE ZERO TO WS-GRP-FILLED
192800                  WS-GRP-INVALID
192900                  WS-GRP-DISTINCT
193000                  WS-TOP-USED.
193100     MOVE SPACES TO WS-GRP-MIN-VALUE
193200                    WS-GRP-MAX-VALUE.
193300     MOVE WS-LAYT-TYPE (WS-LSET-SUB WS-LAYT-SUB)
193400         TO WS-GROUP-TYPE.
193500     PERFORM 3450-REPORT-FIELD
193600         THRU 3450-EXIT.
193700 3700-EXIT.
193800     EXIT.
193900
194000******************************************************************
194100*  3800-FINISH-TABLE - REPORT THE FIELDS AFTER THE LAST ONE WITH
194200*                      VALUES, SAY WHY THE FIELDS WERE NOT
194300*                      PROFILED IF THEY WERE NOT, AND GIVE THE
194400*                      TABLE'S STATUS
194500******************************************************************
194600 3800-FINISH-TABLE.
194700     IF WS-LSET-SUB > ZERO
194800         AND WS-TBL-ITEMS (WS-RPT-TBL) > ZERO
194900         PERFORM 3700-REPORT-EMPTY-FIELD
195000             THRU 3700-EXIT
195100             VARYING WS-LAYT-SUB FROM WS-NEXT-FIELD BY 1
195200             UNTIL WS-LAYT-SUB > WS-LSET-FIELD-COUNT (WS-LSET-SUB)
195300     END-IF.
195400     IF WS-LSET-SUB = ZERO
195500         MOVE WS-TBL-FIELDS-NOTE (WS-RPT-TBL) TO WS-FNL-NOTE
195600         WRITE REPORT-RECORD FROM WS-FIELDS-NOTE-LINE
195700         MOVE 4 TO WS-RAISE-RC
195800         PERFORM 5900-RAISE-RETURN-CODE
195900             THRU 5900-EXIT
196000     END-IF.
196100     IF WS-TBL-VERIFIED (WS-RPT-TBL)
196200         ADD 1 TO WS-TABLES-PROFILED
196300     ELSE
196400         ADD 1 TO WS-TABLES-UNVERIFIED
196500         MOVE 8 TO WS-RAISE-RC
196600         PERFORM 5900-RAISE-RETURN-CODE
196700             THRU 5900-EXIT
196800     END-IF.
196900     MOVE WS-TBL-STATUS (WS-RPT-TBL) TO WS-STL-STATUS.
197000     WRITE REPORT-RECORD FROM WS-STATUS-LINE.
197100 3800-EXIT.
197200     EXIT.
197300
197400******************************************************************
197500*  3900-RETURN-VALUE - RETURN THE NEXT SORTED VALUE INTO THE
197600*                      LOOK-AHEAD
197700******************************************************************
197800 3900-RETURN-VALUE.
197900     RETURN VALUE-SORT INTO WS-SORT-LOOKAHEAD
198000         AT END
198100             SET WS-VALUE-AT-EOF TO TRUE
198200             MOVE HIGH-VALUES TO WS-SORT-LOOKAHEAD
198300     END-RETURN.
198400 3900-EXIT.
198500     EXIT.
198600
198700******************************************************************
198800*  4000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
198900******************************************************************
199000 4000-TERMINATE.
199100     CLOSE EXPORT-FILE
199200           REPORT-FILE.
199300     DISPLAY 'DYNPROF  - TABLES PROFILED  : ' WS-TABLES-PROFILED.
199400     DISPLAY 'DYNPROF  - TABLES UNVERIFIED: '
199500             WS-TABLES-UNVERIFIED.
199600     DISPLAY 'DYNPROF  - ITEMS READ       : ' WS-TOTAL-ITEMS-READ.
199700     DISPLAY 'DYNPROF  - VALUES PROFILED  : ' WS-TOTAL-VALUES.
199800     DISPLAY 'DYNPROF  - FIGURES WRITTEN  : ' WS-FIGURES-WRITTEN.
199900     DISPLAY 'DYNPROF  - FIGURES CHANGED  : ' WS-FIGURES-CHANGED.
200000     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
200100 4000-EXIT.
200200     EXIT.
200300
200400******************************************************************
200500*  5310-FIND-LAYOUT-SET - FIND THE LOADED RECLAYT SECTION NAMED
200600*                         BY WS-WANTED-DSN (ZERO = NONE)
200700******************************************************************
200800 5310-FIND-LAYOUT-SET.
200900     MOVE ZERO TO WS-FOUND-SET.
201000     PERFORM 5320-CHECK-ONE-SET
201100         THRU 5320-EXIT
201200         VARYING WS-LSET-SCAN-SUB FROM 1 BY 1
201300         UNTIL WS-LSET-SCAN-SUB > WS-LSET-COUNT
201400         OR WS-FOUND-SET > ZERO.
201500 5310-EXIT.
201600     EXIT.
201700
201800******************************************************************
201900*  5320-CHECK-ONE-SET - IS THIS LOADED SECTION THE WANTED ONE
202000******************************************************************
202100 5320-CHECK-ONE-SET.
202200     IF WS-LSET-ID (WS-LSET-SCAN-SUB) = WS-WANTED-DSN
202300         MOVE WS-LSET-SCAN-SUB TO WS-FOUND-SET
202400     END-IF.
202500 5320-EXIT.
202600     EXIT.
202700
202800******************************************************************
202900*  5400-FIND-TABLE - FIND THE PROFILE ENTRY OF WS-WANTED-TABLE
203000*                    (ZERO = NOT ON THIS EXPORT)
203100******************************************************************
203200 5400-FIND-TABLE.
203300     MOVE ZERO TO WS-FOUND-TBL.
203400     PERFORM 5410-CHECK-ONE-TABLE
203500         THRU 5410-EXIT
203600         VARYING WS-TBL-SUB FROM 1 BY 1
203700         UNTIL WS-TBL-SUB > WS-TBL-COUNT
203800         OR WS-FOUND-TBL > ZERO.
203900 5400-EXIT.
204000     EXIT.
204100
204200******************************************************************
204300*  5410-CHECK-ONE-TABLE - IS THIS PROFILE ENTRY WS-WANTED-TABLE
204400******************************************************************
204500 5410-CHECK-ONE-TABLE.
204600     IF WS-TBL-NAME (WS-TBL-SUB) = WS-WANTED-TABLE
204700         MOVE WS-TBL-SUB TO WS-FOUND-TBL
204800     END-IF.
204900 5410-EXIT.
205000     EXIT.
205100
205200******************************************************************
205300*  5500-WRITE-FIGURE - WRITE ONE FIGURE OF THE TABLE BEING
205400*                      REPORTED TO PROFOUT.  AN UNVERIFIED TABLE'S
205500*                      FIGURES ARE REPORTED BUT NOT KEPT
205600******************************************************************
205700 5500-WRITE-FIGURE.
205800     IF NOT WS-TBL-VERIFIED (WS-RPT-TBL)
205900         GO TO 5500-EXIT
206000     END-IF.
206100     MOVE SPACES TO PROFILE-OUT-RECORD.
206200     MOVE 'D'                      TO POUT-RECORD-ID.
206300     MOVE WS-TBL-NAME (WS-RPT-TBL) TO POUT-TABLE-NAME.
206400     MOVE WS-FIG-FIELD-NAME        TO POUT-FIELD-NAME.
206500     MOVE WS-FIG-SEQ               TO POUT-FIGURE-SEQ.
206600     MOVE WS-FIG-NAME              TO POUT-FIGURE-NAME.
206700     MOVE WS-FIG-KIND              TO POUT-FIGURE-KIND.
206800     MOVE WS-FIG-VALUE             TO POUT-FIGURE-VALUE.
206900     MOVE WS-FIG-TEXT              TO POUT-FIGURE-TEXT.
207000     WRITE PROFILE-OUT-RECORD.
207100     ADD 1 TO WS-FIGURES-WRITTEN.
207200 5500-EXIT.
207300     EXIT.
207400
207500******************************************************************
207600*  5600-COMPUTE-PERCENT - WS-PCT-PART AS A PERCENTAGE OF
207700*                         WS-PCT-BASE, TO TWO PLACES
207800******************************************************************
207900 5600-COMPUTE-PERCENT.
208000     IF WS-PCT-BASE = ZERO
208100         MOVE ZERO TO WS-PCT-RESULT
208200     ELSE
208300         COMPUTE WS-PCT-RESULT ROUNDED =
208400             WS-PCT-PART * 100 / WS-PCT-BASE
208500     END-IF.
208600 5600-EXIT.
208700     EXIT.
208800
208900******************************************************************
209000*  5900-RAISE-RETURN-CODE - KEEP THE WORST RETURN CODE SEEN
209100******************************************************************
209200 5900-RAISE-RETURN-CODE.
209300     IF WS-RAISE-RC > WS-WORST-RETURN-CODE
209400         MOVE WS-RAISE-RC TO WS-WORST-RETURN-CODE
209500     END-IF.
209600 5900-EXIT.
209700     EXIT.
209800
209900******************************************************************
210000*  6000-RELEASE-FIGURES - SORT INPUT PROCEDURE - RELEASE LAST
210100*                         MONTH'S FIGURES, THEN READ THE NEW
210200*                         PROFILE BACK AND RELEASE THIS RUN'S
210300******************************************************************
210400 6000-RELEASE-FIGURES.
210500     OPEN INPUT PROFILE-IN-FILE.
210600     MOVE 'N' TO WS-PIN-EOF-SWITCH.
210700     PERFORM 6100-RELEASE-ONE-PREVIOUS
210800         THRU 6100-EXIT
210900         UNTIL WS-PIN-AT-EOF.
211000     CLOSE PROFILE-IN-FILE.
211100     OPEN INPUT PROFILE-OUT-FILE.
211200     PERFORM 6200-RELEASE-ONE-CURRENT
211300         THRU 6200-EXIT
211400         UNTIL WS-POUT-AT-EOF.
211500     CLOSE PROFILE-OUT-FILE.
211600 6000-EXIT.
211700     EXIT.
211800
211900******************************************************************
212000*  6100-RELEASE-ONE-PREVIOUS - RELEASE ONE PROFIN FIGURE
212100******************************************************************
212200 6100-RELEASE-ONE-PREVIOUS.
212300     READ PROFILE-IN-FILE
212400         AT END
212500             SET WS-PIN-AT-EOF TO TRUE
212600             GO TO 6100-EXIT
212700     END-READ.
212800     IF NOT PIN-IS-FIGURE
212900         GO TO 6100-EXIT
213000     END-IF.
213100     MOVE PIN-MATCH-KEY     TO FGS-MATCH-KEY.
213200     MOVE '1'               TO FGS-SOURCE.
213300     MOVE PIN-FIGURE-NAME   TO FGS-FIGURE-NAME.
213400     MOVE PIN-FIGURE-KIND   TO FGS-FIGURE-KIND.
213500     MOVE PIN-FIGURE-VALUE  TO FGS-FIGURE-VALUE.
213600     MOVE PIN-FIGURE-TEXT   TO FGS-FIGURE-TEXT.
213700     RELEASE FIGURE-SORT-RECORD.
213800 6100-EXIT.
213900     EXIT.
214000
214100******************************************************************
214200*  6200-RELEASE-ONE-CURRENT - RELEASE ONE PROFOUT FIGURE
214300******************************************************************
214400 6200-RELEASE-ONE-CURRENT.
214500     READ PROFILE-OUT-FILE
214600         AT END
214700             SET WS-POUT-AT-EOF TO TRUE
214800             GO TO 6200-EXIT
214900     END-READ.
215000     IF NOT POUT-IS-FIGURE
215100         GO TO 6200-EXIT
215200     END-IF.
215300     MOVE POUT-MATCH-KEY    TO FGS-MATCH-KEY.
215400     MOVE '2'               TO FGS-SOURCE.
215500     MOVE POUT-FIGURE-NAME  TO FGS-FIGURE-NAME.
215600     MOVE POUT-FIGURE-KIND  TO FGS-FIGURE-KIND.
215700     MOVE POUT-FIGURE-VALUE TO FGS-FIGURE-VALUE.
215800     MOVE POUT-FIGURE-TEXT  TO FGS-FIGURE-TEXT.
215900     RELEASE FIGURE-SORT-RECORD.
216000 6200-EXIT.
216100     EXIT.
216200
216300******************************************************************
216400*  7000-REPORT-CHANGES - SORT OUTPUT PROCEDURE - EVERY FIGURE OF
216500*                        LAST MONTH'S PROFILE AND THIS ONE, TABLE
216600*                        BY TABLE, WITH THE CHANGE BETWEEN THEM
216700******************************************************************
216800 7000-REPORT-CHANGES.
216900     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
217000     MOVE WS-PREV-RUN-ID   TO WS-CHH-RUN-ID.
217100     MOVE WS-PREV-RUN-DATE TO WS-CHH-RUN-DATE.
217200     WRITE REPORT-RECORD FROM WS-CHANGE-HEADING-1.
217300     PERFORM 7900-RETURN-FIGURE
217400         THRU 7900-EXIT.
217500     PERFORM 7100-COMPARE-ONE-FIGURE
217600         THRU 7100-EXIT
217700         UNTIL WS-FIGURE-AT-EOF.
217800     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
217900     MOVE WS-FIGURES-COMPARED TO WS-CTT-COMPARED.
218000     MOVE WS-FIGURES-CHANGED  TO WS-CTT-CHANGED.
218100     WRITE REPORT-RECORD FROM WS-CHANGE-TOTAL-LINE.
218200 7000-EXIT.
218300     EXIT.
218400
218500******************************************************************
218600*  7100-COMPARE-ONE-FIGURE - GATHER THE PREVIOUS AND CURRENT VALUE
218700*                            OF ONE FIGURE AND REPORT THEM, UNLESS
218800*                            ITS TABLE CANNOT BE COMPARED
218900******************************************************************
219000 7100-COMPARE-ONE-FIGURE.
219100     MOVE FGS-MATCH-KEY TO WS-COMPARE-KEY.
219200     MOVE 'N' TO WS-CMP-PREV-SWITCH
219300                 WS-CMP-CURR-SWITCH.
219400     PERFORM 7150-ABSORB-ONE-FIGURE
219500         THRU 7150-EXIT
219600         UNTIL WS-FIGURE-AT-EOF
219700         OR FGS-MATCH-KEY NOT = WS-COMPARE-KEY.
219800     IF WS-CMP-TABLE-NAME NOT = WS-CMP-LAST-TABLE
219900         PERFORM 7200-START-TABLE
220000             THRU 7200-EXIT
220100     END-IF.
220200     IF WS-COMPARE-SKIPPED
220300         GO TO 7100-EXIT
220400     END-IF.
220500     PERFORM 7300-REPORT-ONE-FIGURE
220600         THRU 7300-EXIT.
220700 7100-EXIT.
220800     EXIT.
220900
221000******************************************************************
221100*  7150-ABSORB-ONE-FIGURE - TAKE ONE SIDE OF THE FIGURE AND RETURN
221200*                           THE NEXT
221300******************************************************************
221400 7150-ABSORB-ONE-FIGURE.
221500     IF FGS-FROM-PREVIOUS
221600         SET WS-CMP-HAS-PREVIOUS TO TRUE
221700         MOVE FGS-FIGURE-VALUE TO WS-CMP-PREV-VALUE
221800         MOVE FGS-FIGURE-TEXT  TO WS-CMP-PREV-TEXT
221900     ELSE
222000         SET WS-CMP-HAS-CURRENT TO TRUE
222100         MOVE FGS-FIGURE-VALUE TO WS-CMP-CURR-VALUE
222200         MOVE FGS-FIGURE-TEXT  TO WS-CMP-CURR-TEXT
222300     END-IF.
222400     MOVE FGS-FIGURE-NAME TO WS-CMP-FIGURE-NAME.
222500     MOVE FGS-FIGURE-KIND TO WS-CMP-FIGURE-KIND.
222600     PERFORM 7900-RETURN-FIGURE
222700         THRU 7900-EXIT.
222800 7150-EXIT.
222900     EXIT.
223000
223100******************************************************************
223200*  7200-START-TABLE - A NEW TABLE IN THE COMPARISON.  ONLY A TABLE
223300*                     VERIFIED ON THIS EXPORT IS COMPARED; ONE NOT
223400*                     ON IT, OR NOT VERIFIED, IS NAMED AND SKIPPED
223500******************************************************************
223600 7200-START-TABLE.
223700     MOVE WS-CMP-TABLE-NAME TO WS-CMP-LAST-TABLE
223800                               WS-WANTED-TABLE.
223900     MOVE 'N' TO WS-COMPARE-SKIP-SWITCH.
224000     MOVE SPACES TO WS-CTN-NOTE.
224100     PERFORM 5400-FIND-TABLE
224200         THRU 5400-EXIT.
224300     IF WS-FOUND-TBL = ZERO
224400         MOVE 'NOT ON THIS EXPORT - NOT COMPARED' TO WS-CTN-NOTE
224500         SET WS-COMPARE-SKIPPED TO TRUE
224600     ELSE
224700         IF NOT WS-TBL-VERIFIED (WS-FOUND-TBL)
224800             MOVE 'NOT VERIFIED ON THIS EXPORT - NOT COMPARED'
224900                 TO WS-CTN-NOTE
225000             SET WS-COMPARE-SKIPPED TO TRUE
225100         END-IF
225200     END-IF.
225300     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
225400     MOVE WS-CMP-TABLE-NAME TO WS-CTN-TABLE-NAME.
225500     WRITE REPORT-RECORD FROM WS-CHANGE-TABLE-LINE.
225600     IF NOT WS-COMPARE-SKIPPED
225700         WRITE REPORT-RECORD FROM WS-CHANGE-HEADING-2
225800     END-IF.
225900 7200-EXIT.
226000     EXIT.
226100
226200******************************************************************
226300*  7300-REPORT-ONE-FIGURE - ONE FIGURE - PREVIOUS, CURRENT, AND
226400*                           THE CHANGE.  A TEXT FIGURE HAS NO
226500*                           NUMBERS; A TEXT OR COUNTED VALUE THAT
226600*                           HAS CHANGED GETS A SECOND LINE
226700******************************************************************
226800 7300-REPORT-ONE-FIGURE.
226900     ADD 1 TO WS-FIGURES-COMPARED.
227000     MOVE SPACES TO WS-CHL-PREVIOUS
227100                    WS-CHL-CURRENT
227200                    WS-CHL-CHANGE
227300                    WS-CHL-NOTE.
227400     MOVE WS-CMP-FIELD-NAME  TO WS-CHL-FIELD-NAME.
227500     MOVE WS-CMP-FIGURE-NAME TO WS-CHL-FIGURE-NAME.
227600     IF NOT WS-CMP-HAS-PREVIOUS
227700         MOVE ZERO   TO WS-CMP-PREV-VALUE
227800         MOVE SPACES TO WS-CMP-PREV-TEXT
227900         MOVE 'NEW' TO WS-CHL-NOTE
228000         ADD 1 TO WS-FIGURES-CHANGED
228100     END-IF.
228200     IF NOT WS-CMP-HAS-CURRENT
228300         MOVE ZERO   TO WS-CMP-CURR-VALUE
228400         MOVE SPACES TO WS-CMP-CURR-TEXT
228500         MOVE 'DROPPED' TO WS-CHL-NOTE
228600         ADD 1 TO WS-FIGURES-CHANGED
228700     END-IF.
228800     IF WS-CMP-HAS-PREVIOUS
228900         AND WS-CMP-HAS-CURRENT
229000         AND (WS-CMP-PREV-VALUE NOT = WS-CMP-CURR-VALUE
229100           OR WS-CMP-PREV-TEXT NOT = WS-CMP-CURR-TEXT)
229200         MOVE 'CHANGED' TO WS-CHL-NOTE
229300         ADD 1 TO WS-FIGURES-CHANGED
229400     END-IF.
229500     IF NOT WS-CMP-IS-TEXT
229600         IF WS-CMP-HAS-PREVIOUS
229700             MOVE WS-CMP-PREV-VALUE TO WS-EDITED-AMOUNT
229800             MOVE WS-EDITED-AMOUNT  TO WS-CHL-PREVIOUS
229900         END-IF
230000         IF WS-CMP-HAS-CURRENT
230100             MOVE WS-CMP-CURR-VALUE TO WS-EDITED-AMOUNT
230200             MOVE WS-EDITED-AMOUNT  TO WS-CHL-CURRENT
230300         END-IF
230400         IF WS-CMP-HAS-PREVIOUS
230500             AND WS-CMP-HAS-CURRENT
230600             COMPUTE WS-CMP-CHANGE =
230700                 WS-CMP-CURR-VALUE - WS-CMP-PREV-VALUE
230800             MOVE WS-CMP-CHANGE    TO WS-EDITED-CHANGE
230900             MOVE WS-EDITED-CHANGE TO WS-CHL-CHANGE
231000         END-IF
231100     END-IF.
231200     WRITE REPORT-RECORD FROM WS-CHANGE-LINE.
231300     IF NOT WS-CMP-IS-NUMBER
231400         AND WS-CMP-PREV-TEXT NOT = WS-CMP-CURR-TEXT
231500         MOVE WS-CMP-PREV-TEXT TO WS-CTX-PREVIOUS
231600         MOVE WS-CMP-CURR-TEXT TO WS-CTX-CURRENT
231700         WRITE REPORT-RECORD FROM WS-CHANGE-TEXT-LINE
231800     END-IF.
231900 7300-EXIT.
232000     EXIT.
232100
232200******************************************************************
232300*  7900-RETURN-FIGURE - RETURN THE NEXT SORTED FIGURE
232400******************************************************************
232500 7900-RETURN-FIGURE.
232600     RETURN FIGURE-SORT
232700         AT END
232800             SET WS-FIGURE-AT-EOF TO TRUE
232900     END-RETURN.
233000 7900-EXIT.
233100     EXIT.
233200
233300******************************************************************
233400*  8000-WRITE-RUN-STATS - HAND THE RUN'S TOTALS AND FINAL
233500*                         RETURN CODE TO DYNSTATW FOR THE
233600*                         DYNOPSRP DAILY OPERATIONS REPORT
233700******************************************************************
233800 8000-WRITE-RUN-STATS.
233900     IF WS-CTL-MODE
234000         MOVE '*TABLCTL*' TO WS-STAT-TABLE-NAME
234100     ELSE
234200         IF WS-TBL-COUNT > ZERO
234300             MOVE WS-TBL-NAME (1) TO WS-STAT-TABLE-NAME
234400         END-IF
234500     END-IF.
234600     MOVE WS-TABLES-PROFILED   TO WS-STAT-TABLES-PROFILED.
234700     MOVE WS-TABLES-UNVERIFIED TO WS-STAT-TABLES-UNVERIFD.
234800     MOVE WS-TOTAL-ITEMS-READ  TO WS-STAT-ITEMS-READ.
234900     MOVE WS-TOTAL-VALUES      TO WS-STAT-VALUES-PROFILED.
235000     MOVE WS-FIGURES-WRITTEN   TO WS-STAT-FIGURES-WRITTEN.
235100     MOVE WS-FIGURES-CHANGED   TO WS-STAT-FIGURES-CHANGED.
235200     MOVE RETURN-CODE          TO WS-STAT-RETURN-CODE.
235300     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
235400                           WS-STAT-TABLE-NAME
235500                           WS-STAT-RETURN-CODE
235600                           WS-STAT-COUNTERS
235700                           WS-PROF-RUN-ID.
235800     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
235900 8000-EXIT.
236000     EXIT.
