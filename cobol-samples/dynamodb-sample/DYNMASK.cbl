000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNMASK.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - MASKS THE PERSONAL DATA OUT OF
001100*                 A DYNEXPRT EXPORT SO THE APPLICATION TEAMS CAN
001200*                 REFRESH THEIR TEST TABLES THROUGH DYNRESTR
001300*                 WITHOUT COPYING REAL CUSTOMER NAMES, ACCOUNT
001400*                 NUMBERS, AND DATES OF BIRTH OUT OF PRODUCTION.
001401* 2026-10-15  JH  RETURN-CODE IS PUT BACK AFTER THE DYNSTATW CALL,
001402*                 SO THE JOB ENDS WITH ITS OWN RETURN CODE.
001500******************************************************************
001600******************************************************************
001700*  DYNMASK READS A DYNEXPRT EXPORT (DD DYNEXPRT) - ONE TABLE, OR
001800*  THE CONSECUTIVE HEADER/DATA/TRAILER SECTIONS OF A TABLCTL RUN -
001900*  AND WRITES A MASKED COPY (DD MASKOUT) IN THE SAME LAYOUT.  EACH
002000*  FIELD OF THE RECORD VALUE IS MASKED AS ITS RECLAYT LAYOUT
002100*  RECORD SAYS (COL 50, THE MASK FLAG) -
002200*
002300*      K  CONSISTENT SUBSTITUTION - THE SAME VALUE ALWAYS MASKS TO
002400*         THE SAME VALUE, IN EVERY TABLE, SO ITEMS THAT REFER TO
002500*         EACH OTHER STILL JOIN.  DIGITS STAY DIGITS AND LETTERS
002600*         STAY LETTERS OF THE SAME CASE; EVERY OTHER BYTE (SPACES,
002700*         '#', '-') IS KEPT AND SPLITS THE VALUE INTO TOKENS THAT
002800*         ARE MASKED ONE BY ONE.  A KEY 'CUST#12345' AND A FIELD
002900*         HOLDING '12345' THEREFORE MASK THE 12345 ALIKE.  THE
003000*         SUBSTITUTION IS ONE-TO-ONE, SO NO TWO KEYS COLLIDE
003100*      S  FORMAT-PRESERVING SCRAMBLE FOR NUMERIC DATA - EVERY
003200*         DIGIT IS REPLACED, SIGNS, POINTS, AND LEADING ZEROS ARE
003300*         KEPT, AND THE FIRST SIGNIFICANT DIGIT STAYS NON-ZERO SO
003400*         THE MAGNITUDE SURVIVES.  THE SCRAMBLE DIFFERS ITEM TO
003500*         ITEM
003600*      B  BLANKED - FREE TEXT IS REPLACED BY SPACES
003700*      SPACE - NOT MASKED, COPIED AS IT STANDS
003800*
003900*  THE ITEM'S KEY AND SORT KEY ARE MASKED BY THE SAME CONSISTENT
004000*  SUBSTITUTION, UNDER THE SAME MASKING KEY, WHEREVER THEY ARE
004100*  FLAGGED SENSITIVE - FROM SYSIN IN A SINGLE-TABLE RUN, FROM
004200*  TCTL-KEY-MASK/TCTL-SORT-KEY-MASK IN A TABLCTL RUN - SO A
004300*  CUSTOMER NUMBER MASKS THE SAME AS A KEY OF ONE TABLE AND AS A
004400*  K FIELD OF ANOTHER.  THE MASKED EXPORT IS NOT IN KEY ORDER.
004500*
004600*  EVERY INPUT SECTION IS CHECKED AGAINST ITS OWN TRAILER AS
004700*  DYNRECON CHECKS IT.  EACH MASKED SECTION GETS A NEW HEADER
004800*  (THIS RUN'S DATE, TIME, AND RUN ID, TAGGED 'MASKED' WITH THE
004900*  SOURCE EXPORT'S RUN ID AND DATE) AND A NEW TRAILER WHOSE
005000*  DYNKHASH TOTAL IS RECOMPUTED OVER THE MASKED KEYS, SO DYNRESTR
005100*  ACCEPTS IT.  A SECTION THAT DISAGREES WITH ITS OWN TRAILER, OR
005200*  HAS NONE, GETS NO TRAILER, SO THE MASKED COPY CANNOT PASS FOR
005300*  COMPLETE EITHER.  A TABLE WITH NO LAYOUT IS SKIPPED - NOTHING
005400*  OF IT IS WRITTEN - RATHER THAN COPIED UNMASKED.
005500*
005600*  THE MASKING REPORT (DD MASKRPT) LISTS, TABLE BY TABLE, THE
005700*  KEYS AND FIELDS MASKED, HOW, AND HOW MANY VALUES.
005800*
005900*  RECLAYT LAYOUT RECORD - AS DOCUMENTED IN DYNRECON, PLUS -
006000*      COL  50     MASK FLAG - K, S, B, OR SPACE AS ABOVE
006100*  A TABLCTL RUN SELECTS EACH TABLE'S '*LAYOUT' SECTION BY ITS
006200*  TCTL-LAYOUT-DSN, AS DYNRECON DOES.
006300*
006400*  SYSIN PARAMETER RECORD -
006500*      COLS 1-9    MASKING KEY, NUMERIC, NOT ZERO - THE SAME KEY
006600*                  GIVES THE SAME SUBSTITUTIONS RUN AFTER RUN, SO
006700*                  KEEP IT OUT OF THE APPLICATION TEAMS' HANDS
006800*      COLS 11-26  RUN ID STAMPED IN THE MASKED HEADERS (BLANK =
006900*                  BUILT FROM THE RUN DATE AND TIME)
007000*      COL  28     SINGLE-TABLE RUN - 'N' COPIES THE KEY UNMASKED
007100*                  (BLANK OR 'Y' = MASK IT)
007200*      COL  30     SINGLE-TABLE RUN - 'N' COPIES THE SORT KEY
007300*                  UNMASKED (BLANK OR 'Y' = MASK IT)
007400*
007500*  WITHOUT TABLCTL ONLY THE FIRST TABLE ON THE EXPORT IS MASKED;
007600*  ANY FURTHER SECTION IS SKIPPED.
007700*
007800*  RETURN CODES -
007900*      0   EVERY TABLE MASKED
008000*      8   A TABLE WAS SKIPPED (NO LAYOUT, NOT IN TABLCTL)
008100*      10  AN EXPORT SECTION DISAGREES WITH ITS TRAILER OR HAS NO
008200*          TRAILER - ITS MASKED SECTION HAS NO TRAILER
008300*      12  RUN REFUSED - NO MASKING KEY, RECLAYT OR TABLCTL
008400*          MISSING OR BAD, OR THE EXPORT HAS NO HEADER
008500******************************************************************
008600 ENVIRONMENT DIVISION.
008700 CONFIGURATION SECTION.
008800 SOURCE-COMPUTER.   IBM-370.
008900 OBJECT-COMPUTER.   IBM-370.
009000 INPUT-OUTPUT SECTION.
009100 FILE-CONTROL.
009200     SELECT EXPORT-FILE ASSIGN TO DYNEXPRT
009300         ORGANIZATION IS SEQUENTIAL.
009400     SELECT MASKED-FILE ASSIGN TO MASKOUT
009500         ORGANIZATION IS SEQUENTIAL.
009600     SELECT REPORT-FILE ASSIGN TO MASKRPT
009700         ORGANIZATION IS SEQUENTIAL.
009800     SELECT OPTIONAL LAYOUT-FILE ASSIGN TO RECLAYT
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-LAYT-FILE-STATUS.
010100     SELECT OPTIONAL TABLE-CONTROL-FILE ASSIGN TO TABLCTL
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-TCTL-FILE-STATUS.
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  EXPORT-FILE
010700     RECORDING MODE IS F.
010800 01  EXPORT-RECORD.
010900     05 EXP-RECORD-ID            PIC X(01).
011000       88 EXP-IS-HEADER          VALUE 'H'.
011100       88 EXP-IS-DATA            VALUE 'D'.
011200       88 EXP-IS-TRAILER         VALUE 'T'.
011300     05 EXP-KEY-VALUE            PIC X(400).
011400     05 EXP-SORT-KEY-VALUE       PIC X(400).
011500     05 EXP-RECORD-LENGTH        PIC 9(05).
011600     05 EXP-RECORD-VALUE         PIC X(2000).
011700 01  EXPORT-HEADER-RECORD.
011800     05 FILLER                   PIC X(01).
011900     05 EXP-HDR-TABLE-NAME       PIC X(255).
012000     05 EXP-HDR-RUN-DATE         PIC 9(08).
012100     05 EXP-HDR-RUN-TIME         PIC 9(08).
012200     05 EXP-HDR-RUN-ID           PIC X(16).
012300     05 FILLER                   PIC X(2518).
012400 01  EXPORT-TRAILER-RECORD.
012500     05 FILLER                   PIC X(01).
012600     05 EXP-TRL-ITEM-COUNT       PIC 9(09).
012700     05 EXP-TRL-KEY-HASH         PIC 9(13).
012800     05 FILLER                   PIC X(2783).
012900
013000 FD  MASKED-FILE
013100     RECORDING MODE IS F.
013200 01  MASKED-RECORD.
013300     05 MSK-RECORD-ID            PIC X(01).
013400     05 MSK-KEY-VALUE            PIC X(400).
013500     05 MSK-SORT-KEY-VALUE       PIC X(400).
013600     05 MSK-RECORD-LENGTH        PIC 9(05).
013700     05 MSK-RECORD-VALUE         PIC X(2000).
013800 01  MASKED-HEADER-RECORD.
013900     05 FILLER                   PIC X(01).
014000     05 MSK-HDR-TABLE-NAME       PIC X(255).
014100     05 MSK-HDR-RUN-DATE         PIC 9(08).
014200     05 MSK-HDR-RUN-TIME         PIC 9(08).
014300     05 MSK-HDR-RUN-ID           PIC X(16).
014400     05 MSK-HDR-MASKED-TAG       PIC X(08).
014500     05 MSK-HDR-SOURCE-RUN-ID    PIC X(16).
014600     05 MSK-HDR-SOURCE-RUN-DATE  PIC 9(08).
014700     05 FILLER                   PIC X(2486).
014800 01  MASKED-TRAILER-RECORD.
014900     05 FILLER                   PIC X(01).
015000     05 MSK-TRL-ITEM-COUNT       PIC 9(09).
015100     05 MSK-TRL-KEY-HASH         PIC 9(13).
015200     05 FILLER                   PIC X(2783).
015300
015400 FD  REPORT-FILE
015500     RECORDING MODE IS F.
015600 01  REPORT-RECORD               PIC X(132).
015700
015800 FD  LAYOUT-FILE
015900     RECORDING MODE IS F.
016000 01  LAYOUT-RECORD.
016100     05 LAYT-FIELD-NAME          PIC X(30).
016200     05 LAYT-OFFSET              PIC 9(05).
016300     05 LAYT-LENGTH              PIC 9(05).
016400     05 LAYT-TYPE                PIC X(01).
016500     05 LAYT-FLAG                PIC X(01).
016600     05 LAYT-TOLERANCE           PIC 9(05)V9(02).
016700     05 LAYT-MASK-FLAG           PIC X(01).
016800       88 LAYT-MASK-FLAG-VALID   VALUE 'K' 'S' 'B' ' '.
016900     05 FILLER                   PIC X(30).
017000 01  LAYOUT-DELIMITER-RECORD.
017100     05 LAYT-DLM-TAG             PIC X(30).
017200       88 LAYT-IS-DELIMITER      VALUE '*LAYOUT'.
017300     05 LAYT-DLM-DSN             PIC X(44).
017400     05 FILLER                   PIC X(06).
017500
017600 FD  TABLE-CONTROL-FILE
017700     RECORDING MODE IS F.
017800 01  TABLE-CONTROL-REC           PIC X(400).
017900
018000 WORKING-STORAGE SECTION.
018100 COPY DynamoDBTblCtl.
018200
018300 77  WS-EXPORT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
018400     88 WS-EXPORT-AT-EOF                     VALUE 'Y'.
018500 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
018600     88 WS-RUN-REFUSED                       VALUE 'Y'.
018700 77  WS-HEADER-SEEN-SWITCH       PIC X(01)   VALUE 'N'.
018800     88 WS-HEADER-SEEN                       VALUE 'Y'.
018900 77  WS-IN-SECTION-SWITCH        PIC X(01)   VALUE 'N'.
019000     88 WS-IN-SECTION                        VALUE 'Y'.
019100 77  WS-SECTION-SKIPPED-SWITCH   PIC X(01)   VALUE 'N'.
019200     88 WS-SECTION-SKIPPED                   VALUE 'Y'.
019300 77  WS-MASK-KEY-SWITCH          PIC X(01)   VALUE 'Y'.
019400     88 WS-MASK-KEY                          VALUE 'Y'.
019500 77  WS-MASK-SORT-KEY-SWITCH     PIC X(01)   VALUE 'Y'.
019600     88 WS-MASK-SORT-KEY                     VALUE 'Y'.
019700 77  WS-WORST-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
019800 77  WS-RAISE-RC                 PIC 9(02) COMP VALUE ZERO.
019900 77  WS-TABLES-MASKED            PIC 9(09) COMP VALUE ZERO.
020000 77  WS-TABLES-SKIPPED           PIC 9(09) COMP VALUE ZERO.
020100 77  WS-TOTAL-ITEMS-READ         PIC 9(09) COMP VALUE ZERO.
020200 77  WS-TOTAL-ITEMS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
020300 77  WS-TOTAL-KEYS-MASKED        PIC 9(09) COMP VALUE ZERO.
020400 77  WS-TOTAL-VALUES-MASKED      PIC 9(09) COMP VALUE ZERO.
020500
020600 01  WS-PARM-LINE.
020700     05 WS-PARM-MASKING-KEY      PIC X(09).
020800     05 WS-PARM-MASKING-KEY-N REDEFINES
020900        WS-PARM-MASKING-KEY      PIC 9(09).
021000     05 FILLER                   PIC X(01).
021100     05 WS-PARM-RUN-ID           PIC X(16).
021200     05 FILLER                   PIC X(01).
021300     05 WS-PARM-KEY-MASK         PIC X(01).
021400     05 FILLER                   PIC X(01).
021500     05 WS-PARM-SORT-KEY-MASK    PIC X(01).
021600     05 FILLER                   PIC X(50).
021700
021800 01  WS-RUN-DATE-TIME.
021900     05 WS-RUN-YYYYMMDD          PIC 9(08).
022000     05 WS-RUN-HHMMSSTT          PIC 9(08).
022100 77  WS-MASK-RUN-ID              PIC X(16)   VALUE SPACES.
022200
022300 77  WS-LAYT-FILE-STATUS         PIC X(02)   VALUE SPACES.
022400     88 WS-LAYT-FILE-OK                      VALUE '00'.
022500     88 WS-LAYT-FILE-MISSING                 VALUE '05' '35'.
022600 77  WS-LAYT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
022700     88 WS-LAYT-AT-EOF                       VALUE 'Y'.
022800 77  WS-LAYT-SUB                 PIC 9(03) COMP VALUE ZERO.
022900 77  WS-LSET-SUB                 PIC 9(03) COMP VALUE ZERO.
023000 77  WS-LSET-LOAD-SUB            PIC 9(03) COMP VALUE ZERO.
023100 77  WS-LSET-SCAN-SUB            PIC 9(03) COMP VALUE ZERO.
023200 77  WS-FOUND-SET                PIC 9(03) COMP VALUE ZERO.
023300 77  WS-WANTED-DSN               PIC X(44)   VALUE SPACES.
023400
023500 01  WS-LAYOUT-SETS.
023600     05 WS-LSET-COUNT            PIC 9(03) COMP VALUE ZERO.
023700     05 WS-LAYOUT-SET OCCURS 10 TIMES.
023800        10 WS-LSET-ID            PIC X(44).
023900        10 WS-LSET-FIELD-COUNT   PIC 9(03) COMP.
024000        10 WS-LAYOUT-ENTRY OCCURS 50 TIMES.
024100           15 WS-LAYT-FIELD-NAME PIC X(30).
024200           15 WS-LAYT-OFFSET     PIC 9(05) COMP.
024300           15 WS-LAYT-LENGTH     PIC 9(05) COMP.
024400           15 WS-LAYT-MASK-FLAG  PIC X(01).
024500              88 WS-LAYT-MASK-SUBSTITUTE     VALUE 'K'.
024600              88 WS-LAYT-MASK-SCRAMBLE       VALUE 'S'.
024700              88 WS-LAYT-MASK-BLANK          VALUE 'B'.
024800              88 WS-LAYT-NOT-MASKED          VALUE ' '.
024900
025000 77  WS-TCTL-FILE-STATUS         PIC X(02)   VALUE SPACES.
025100     88 WS-TCTL-FILE-OK                      VALUE '00'.
025200     88 WS-TCTL-FILE-MISSING                 VALUE '05' '35'.
025300 77  WS-TCTL-EOF-SWITCH          PIC X(01)   VALUE 'N'.
025400     88 WS-TCTL-AT-EOF                       VALUE 'Y'.
025500 77  WS-CTL-MODE-SWITCH          PIC X(01)   VALUE 'N'.
025600     88 WS-CTL-MODE                          VALUE 'Y'.
025700 77  WS-CTL-SUB                  PIC 9(03) COMP VALUE ZERO.
025800 77  WS-FOUND-CTL                PIC 9(03) COMP VALUE ZERO.
025900
026000 01  WS-MASK-CONTROL-TABLE.
026100     05 WS-CTL-COUNT             PIC 9(03) COMP VALUE ZERO.
026200     05 WS-CTL-ENTRY OCCURS 50 TIMES.
026300        10 WS-CTL-TABLE-NAME     PIC X(255).
026400        10 WS-CTL-LAYOUT-DSN     PIC X(44).
026500        10 WS-CTL-KEY-MASK       PIC X(01).
026600        10 WS-CTL-SORT-KEY-MASK  PIC X(01).
026700
026800* ONE EXPORT SECTION (ONE TABLE) AT A TIME
026900 77  WS-SECTION-TABLE-NAME       PIC X(255)  VALUE SPACES.
027000 77  WS-SECTION-LAYOUT-DSN       PIC X(44)   VALUE SPACES.
027100 77  WS-SECTION-STATUS           PIC X(60)   VALUE SPACES.
027200 77  WS-SEC-ITEMS-READ           PIC 9(09) COMP VALUE ZERO.
027300 77  WS-SEC-ITEMS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
027400 77  WS-SEC-KEYS-MASKED          PIC 9(09) COMP VALUE ZERO.
027500 77  WS-SEC-SORT-KEYS-MASKED     PIC 9(09) COMP VALUE ZERO.
027600 77  WS-SEC-INPUT-HASH           PIC 9(13)   VALUE ZERO.
027700 77  WS-SEC-OUTPUT-HASH          PIC 9(13)   VALUE ZERO.
027800 77  WS-SEC-NOT-MASKED-COUNT     PIC 9(03) COMP VALUE ZERO.
027900 01  WS-SECTION-FIELD-COUNTS.
028000     05 WS-SEC-VALUES-MASKED     PIC 9(09) COMP OCCURS 50 TIMES.
028100
028200* THE MASKING ROUTINES - CHARACTER CLASSES BY ORDINAL POSITION IN
028300* THE CODE PAGE, BUILT AT START-UP FROM THE ALPHABETS BELOW SO THE
028400* SAME CODE SERVES EBCDIC AND ASCII
028500 77  WS-MASKING-KEY              PIC 9(09)   VALUE ZERO.
028600 77  WS-MASK-MODULUS             PIC 9(09)   VALUE 999983.
028700 77  WS-MASK-STATE               PIC 9(09)   VALUE ZERO.
028800 77  WS-TOKEN-START-STATE        PIC 9(09)   VALUE ZERO.
028900 77  WS-TOKEN-POS                PIC 9(05) COMP VALUE ZERO.
029000 77  WS-MASK-LENGTH              PIC 9(05) COMP VALUE ZERO.
029100 77  WS-MASK-IDX                 PIC 9(05) COMP VALUE ZERO.
029200 77  WS-CHAR-ORD                 PIC 9(03) COMP VALUE ZERO.
029300 77  WS-CHAR-CLASS               PIC 9(01)   VALUE ZERO.
029400 77  WS-CHAR-INDEX               PIC 9(02)   VALUE ZERO.
029500 77  WS-NEW-INDEX                PIC 9(02)   VALUE ZERO.
029600 77  WS-CLASS-SUB                PIC 9(01) COMP VALUE ZERO.
029700 77  WS-ALPHA-SUB                PIC 9(02) COMP VALUE ZERO.
029800 77  WS-LEADING-SWITCH           PIC X(01)   VALUE 'Y'.
029900     88 WS-IN-LEADING-ZEROS                  VALUE 'Y'.
030000 77  WS-FIELD-OFFSET             PIC 9(05) COMP VALUE ZERO.
030100 01  WS-MASK-WORK                PIC X(2000) VALUE SPACES.
030200
030300 01  WS-ALPHABETS.
030400     05 FILLER                   PIC X(26)   VALUE
030500        '0123456789'.
030600     05 FILLER                   PIC X(26)   VALUE
030700        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
030800     05 FILLER                   PIC X(26)   VALUE
030900        'abcdefghijklmnopqrstuvwxyz'.
031000 01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABETS.
031100     05 WS-ALPHABET OCCURS 3 TIMES.
031200        10 WS-ALPHA-CHAR         PIC X(01) OCCURS 26 TIMES.
031300 01  WS-ALPHABET-SIZES.
031400     05 FILLER                   PIC 9(02)   VALUE 10.
031500     05 FILLER                   PIC 9(02)   VALUE 26.
031600     05 FILLER                   PIC 9(02)   VALUE 26.
031700 01  WS-ALPHABET-SIZE-TABLE REDEFINES WS-ALPHABET-SIZES.
031800     05 WS-ALPHA-SIZE            PIC 9(02) OCCURS 3 TIMES.
031900 01  WS-CODE-PAGE.
032000     05 WS-CODE-POINT OCCURS 256 TIMES.
032100        10 WS-CP-CLASS           PIC 9(01).
032200        10 WS-CP-INDEX           PIC 9(02).
032300
032400 01  WS-HEADING-1.
032500     05 FILLER PIC X(37) VALUE
032600        'DYNMASK  - EXPORT MASKING REPORT RUN '.
032700     05 WS-HDG-RUN-ID            PIC X(16).
032800     05 FILLER PIC X(07) VALUE '  DATE '.
032900     05 WS-HDG-RUN-DATE          PIC 9(08).
033000     05 FILLER                   PIC X(64) VALUE SPACES.
033100 01  WS-TABLE-LINE.
033200     05 FILLER PIC X(07) VALUE 'TABLE  '.
033300     05 WS-TLN-TABLE-NAME        PIC X(60).
033400     05 FILLER PIC X(09) VALUE '  LAYOUT '.
033500     05 WS-TLN-LAYOUT-DSN        PIC X(44).
033600     05 FILLER                   PIC X(12) VALUE SPACES.
033700 01  WS-FIELD-HEADING.
033800     05 FILLER PIC X(50) VALUE
033900        '    FIELD                           OFFSET LENGTH '.
034000     05 FILLER PIC X(40) VALUE
034100        ' MASKING                VALUES MASKED  '.
034200     05 FILLER                   PIC X(42) VALUE SPACES.
034300 01  WS-FIELD-LINE.
034400     05 FILLER                   PIC X(04) VALUE SPACES.
034500     05 WS-FLN-FIELD-NAME        PIC X(30).
034600     05 FILLER                   PIC X(02) VALUE SPACES.
034700     05 WS-FLN-OFFSET            PIC X(05).
034800     05 FILLER                   PIC X(02) VALUE SPACES.
034900     05 WS-FLN-LENGTH            PIC X(05).
035000     05 FILLER                   PIC X(03) VALUE SPACES.
035100     05 WS-FLN-METHOD            PIC X(23).
035200     05 WS-FLN-VALUES-MASKED     PIC ZZZ,ZZZ,ZZ9.
035300     05 FILLER                   PIC X(47) VALUE SPACES.
035400 01  WS-EDITED-POSITION          PIC ZZZZ9.
035500 01  WS-TOTAL-LINE.
035600     05 FILLER PIC X(15) VALUE '    ITEMS READ '.
035700     05 WS-TOT-ITEMS-READ        PIC ZZZ,ZZZ,ZZ9.
035800     05 FILLER PIC X(17) VALUE '   ITEMS WRITTEN '.
035900     05 WS-TOT-ITEMS-WRITTEN     PIC ZZZ,ZZZ,ZZ9.
036000     05 FILLER PIC X(22) VALUE '   FIELDS NOT MASKED  '.
036100     05 WS-TOT-NOT-MASKED        PIC ZZ9.
036200     05 FILLER                   PIC X(53) VALUE SPACES.
036300 01  WS-STATUS-LINE.
036400     05 FILLER PIC X(13) VALUE '    STATUS - '.
036500     05 WS-STL-STATUS            PIC X(60).
036600     05 FILLER                   PIC X(59) VALUE SPACES.
036700 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
036800
036900 77  WS-STAT-JOB-NAME            PIC X(08)   VALUE 'DYNMASK'.
037000 77  WS-STAT-TABLE-NAME          PIC X(255)  VALUE SPACES.
037100 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
037200 01  WS-STAT-COUNTERS.
037300     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 6.
037400     05 FILLER                   PIC X(16)   VALUE
037500        'TABLES MASKED'.
037600     05 WS-STAT-TABLES-MASKED    PIC 9(09)   VALUE ZERO.
037700     05 FILLER                   PIC X(16)   VALUE
037800        'TABLES SKIPPED'.
037900     05 WS-STAT-TABLES-SKIPPED   PIC 9(09)   VALUE ZERO.
038000     05 FILLER                   PIC X(16)   VALUE
038100        'ITEMS READ'.
038200     05 WS-STAT-ITEMS-READ       PIC 9(09)   VALUE ZERO.
038300     05 FILLER                   PIC X(16)   VALUE
038400        'ITEMS WRITTEN'.
038500     05 WS-STAT-ITEMS-WRITTEN    PIC 9(09)   VALUE ZERO.
038600     05 FILLER                   PIC X(16)   VALUE
038700        'KEYS MASKED'.
038800     05 WS-STAT-KEYS-MASKED      PIC 9(09)   VALUE ZERO.
038900     05 FILLER                   PIC X(16)   VALUE
039000        'VALUES MASKED'.
039100     05 WS-STAT-VALUES-MASKED    PIC 9(09)   VALUE ZERO.
039200     05 FILLER                   PIC X(16)   VALUE SPACES.
039300     05 FILLER                   PIC 9(09)   VALUE ZERO.
039400     05 FILLER                   PIC X(16)   VALUE SPACES.
039500     05 FILLER                   PIC 9(09)   VALUE ZERO.
039600
039700 PROCEDURE DIVISION.
039800******************************************************************
039900*  0000-MAINLINE
040000******************************************************************
040100 0000-MAINLINE.
040200     PERFORM 1000-INITIALIZE
040300         THRU 1000-EXIT.
040400     PERFORM 2000-PROCESS-ONE-RECORD
040500         THRU 2000-EXIT
040600         UNTIL WS-EXPORT-AT-EOF.
040700     PERFORM 4000-TERMINATE
040800         THRU 4000-EXIT.
040900     PERFORM 8000-WRITE-RUN-STATS
041000         THRU 8000-EXIT.
041100     GOBACK.
041200
041300******************************************************************
041400*  1000-INITIALIZE - OPEN FILES, PICK UP THE SYSIN PARAMETERS,
041500*                    LOAD THE CONTROL AND LAYOUT FILES, BUILD THE
041600*                    CHARACTER CLASSES, AND PRIME THE EXPORT READ
041700******************************************************************
041800 1000-INITIALIZE.
041900     OPEN INPUT  EXPORT-FILE
042000          OUTPUT MASKED-FILE
042100                 REPORT-FILE.
042200     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
042300     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
042400     MOVE SPACES TO WS-PARM-LINE.
042500     ACCEPT WS-PARM-LINE FROM SYSIN.
042600     IF WS-PARM-RUN-ID NOT = SPACES
042700         MOVE WS-PARM-RUN-ID TO WS-MASK-RUN-ID
042800     ELSE
042900         MOVE WS-RUN-DATE-TIME TO WS-MASK-RUN-ID
043000     END-IF.
043100     DISPLAY 'DYNMASK  - RUN ID ' WS-MASK-RUN-ID.
043200     MOVE WS-MASK-RUN-ID  TO WS-HDG-RUN-ID.
043300     MOVE WS-RUN-YYYYMMDD TO WS-HDG-RUN-DATE.
043400     WRITE REPORT-RECORD FROM WS-HEADING-1.
043500     IF WS-PARM-MASKING-KEY-N NOT NUMERIC
043600         OR WS-PARM-MASKING-KEY-N = ZERO
043700         DISPLAY 'DYNMASK  - NO MASKING KEY ON SYSIN - RUN '
043800             'REFUSED'
043900         PERFORM 1190-REFUSE-RUN
044000             THRU 1190-EXIT
044100         GO TO 1000-EXIT
044200     END-IF.
044300     MOVE WS-PARM-MASKING-KEY-N TO WS-MASKING-KEY.
044400     COMPUTE WS-TOKEN-START-STATE =
044500         FUNCTION MOD (WS-MASKING-KEY, WS-MASK-MODULUS).
044600     IF WS-PARM-KEY-MASK = 'N'
044700         MOVE 'N' TO WS-MASK-KEY-SWITCH
044800     END-IF.
044900     IF WS-PARM-SORT-KEY-MASK = 'N'
045000         MOVE 'N' TO WS-MASK-SORT-KEY-SWITCH
045100     END-IF.
045200     PERFORM 1050-LOAD-CONTROL-FILE
045300         THRU 1050-EXIT.
045400     IF WS-RUN-REFUSED
045500         GO TO 1000-EXIT
045600     END-IF.
045700     PERFORM 1200-LOAD-LAYOUT-FILE
045800         THRU 1200-EXIT.
045900     IF WS-RUN-REFUSED
046000         GO TO 1000-EXIT
046100     END-IF.
046200     IF WS-CTL-MODE
046300         PERFORM 1070-VERIFY-LAYOUT-DSNS
046400             THRU 1070-EXIT
046500         IF WS-RUN-REFUSED
046600             GO TO 1000-EXIT
046700         END-IF
046800     END-IF.
046900     PERFORM 1300-BUILD-CODE-PAGE
047000         THRU 1300-EXIT.
047100     PERFORM 2900-READ-EXPORT-FILE
047200         THRU 2900-EXIT.
047300     IF WS-EXPORT-AT-EOF
047400         DISPLAY 'DYNMASK  - EXPORT FILE IS EMPTY - RUN REFUSED'
047500         PERFORM 1190-REFUSE-RUN
047600             THRU 1190-EXIT
047700         GO TO 1000-EXIT
047800     END-IF.
047900     IF NOT EXP-IS-HEADER
048000         DISPLAY 'DYNMASK  - EXPORT FILE HAS NO HEADER RECORD '
048100             '- RUN REFUSED'
048200         PERFORM 1190-REFUSE-RUN
048300             THRU 1190-EXIT
048400     END-IF.
048500 1000-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900*  1050-LOAD-CONTROL-FILE - LOAD THE OPTIONAL TABLCTL CONTROL
049000*                           FILE; WHEN IT IS PRESENT EVERY TABLE
049100*                           ON THE EXPORT MUST BE LISTED IN IT
049200******************************************************************
049300 1050-LOAD-CONTROL-FILE.
049400     OPEN INPUT TABLE-CONTROL-FILE.
049500     IF WS-TCTL-FILE-MISSING
049600* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
049700* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
049800         IF WS-TCTL-FILE-STATUS = '05'
049900             CLOSE TABLE-CONTROL-FILE
050000         END-IF
050100         GO TO 1050-EXIT
050200     END-IF.
050300     IF NOT WS-TCTL-FILE-OK
050400         DISPLAY 'DYNMASK  - TABLCTL OPEN FAILED, FILE STATUS '
050500             WS-TCTL-FILE-STATUS
050600         PERFORM 1190-REFUSE-RUN
050700             THRU 1190-EXIT
050800         GO TO 1050-EXIT
050900     END-IF.
051000     PERFORM 1060-LOAD-ONE-CONTROL
051100         THRU 1060-EXIT
051200         UNTIL WS-TCTL-AT-EOF.
051300     CLOSE TABLE-CONTROL-FILE.
051400     IF WS-CTL-COUNT > ZERO
051500         SET WS-CTL-MODE TO TRUE
051600         DISPLAY 'DYNMASK  - TABLCTL RUN, ' WS-CTL-COUNT
051700             ' TABLES'
051800     END-IF.
051900 1050-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*  1060-LOAD-ONE-CONTROL - READ AND EDIT ONE TABLCTL RECORD
052400******************************************************************
052500 1060-LOAD-ONE-CONTROL.
052600     READ TABLE-CONTROL-FILE
052700         AT END
052800             SET WS-TCTL-AT-EOF TO TRUE
052900             GO TO 1060-EXIT
053000     END-READ.
053100     MOVE TABLE-CONTROL-REC TO table-control-record.
053200     IF tctl-table-name = SPACES
053300         GO TO 1060-EXIT
053400     END-IF.
053500     IF WS-CTL-COUNT = 50
053600         DISPLAY 'DYNMASK  - MORE THAN 50 TABLCTL TABLES'
053700         PERFORM 1190-REFUSE-RUN
053800             THRU 1190-EXIT
053900         SET WS-TCTL-AT-EOF TO TRUE
054000         GO TO 1060-EXIT
054100     END-IF.
054200     ADD 1 TO WS-CTL-COUNT.
054300     MOVE WS-CTL-COUNT TO WS-CTL-SUB.
054400     MOVE tctl-table-name    TO WS-CTL-TABLE-NAME (WS-CTL-SUB).
054500     MOVE tctl-layout-dsn    TO WS-CTL-LAYOUT-DSN (WS-CTL-SUB).
054600     MOVE tctl-key-mask      TO WS-CTL-KEY-MASK (WS-CTL-SUB).
054700     MOVE tctl-sort-key-mask TO WS-CTL-SORT-KEY-MASK (WS-CTL-SUB).
054800 1060-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200*  1070-VERIFY-LAYOUT-DSNS - EVERY CONTROL RECORD'S LAYOUT DSN
055300*                            MUST NAME A SECTION THE RECLAYT
055400*                            CONCATENATION ACTUALLY HOLDS
055500******************************************************************
055600 1070-VERIFY-LAYOUT-DSNS.
055700     PERFORM 1080-VERIFY-ONE-CTL-DSN
055800         THRU 1080-EXIT
055900         VARYING WS-CTL-SUB FROM 1 BY 1
056000         UNTIL WS-CTL-SUB > WS-CTL-COUNT
056100         OR WS-RUN-REFUSED.
056200 1070-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*  1080-VERIFY-ONE-CTL-DSN - LOOK UP ONE CONTROL RECORD'S
056700*                            LAYOUT DSN AMONG THE LOADED
056800*                            RECLAYT SECTIONS
056900******************************************************************
057000 1080-VERIFY-ONE-CTL-DSN.
057100     IF WS-CTL-LAYOUT-DSN (WS-CTL-SUB) = SPACES
057200         GO TO 1080-EXIT
057300     END-IF.
057400     MOVE WS-CTL-LAYOUT-DSN (WS-CTL-SUB) TO WS-WANTED-DSN.
057500     PERFORM 5310-FIND-LAYOUT-SET
057600         THRU 5310-EXIT.
057700     IF WS-FOUND-SET = ZERO
057800         DISPLAY 'DYNMASK  - NO RECLAYT SECTION FOR LAYOUT '
057900             WS-WANTED-DSN
058000         PERFORM 1190-REFUSE-RUN
058100             THRU 1190-EXIT
058200     END-IF.
058300 1080-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700*  1190-REFUSE-RUN - NOTHING CAN BE MASKED SAFELY; STOP BEFORE A
058800*                    SINGLE RECORD IS WRITTEN
058900******************************************************************
059000 1190-REFUSE-RUN.
059100     SET WS-RUN-REFUSED TO TRUE.
059200     SET WS-EXPORT-AT-EOF TO TRUE.
059300     MOVE 12 TO WS-RAISE-RC.
059400     PERFORM 5900-RAISE-RETURN-CODE
059500         THRU 5900-EXIT.
059600 1190-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*  1200-LOAD-LAYOUT-FILE - LOAD THE RECLAYT LAYOUT DEFINITIONS,
060100*                          ONE OR MORE '*LAYOUT'-DELIMITED
060200*                          SECTIONS.  THE LAYOUT IS WHAT SAYS
060300*                          WHICH FIELDS ARE SENSITIVE, SO A RUN
060400*                          WITHOUT ONE IS REFUSED
060500******************************************************************
060600 1200-LOAD-LAYOUT-FILE.
060700     OPEN INPUT LAYOUT-FILE.
060800     IF WS-LAYT-FILE-MISSING
060900         IF WS-LAYT-FILE-STATUS = '05'
061000             CLOSE LAYOUT-FILE
061100         END-IF
061200         DISPLAY 'DYNMASK  - NO RECLAYT LAYOUT FILE - RUN REFUSED'
061300         PERFORM 1190-REFUSE-RUN
061400             THRU 1190-EXIT
061500         GO TO 1200-EXIT
061600     END-IF.
061700     IF NOT WS-LAYT-FILE-OK
061800         DISPLAY 'DYNMASK  - LAYOUT FILE OPEN FAILED, FILE '
061900             'STATUS ' WS-LAYT-FILE-STATUS
062000         PERFORM 1190-REFUSE-RUN
062100             THRU 1190-EXIT
062200         GO TO 1200-EXIT
062300     END-IF.
062400     PERFORM 1210-LOAD-ONE-LAYOUT
062500         THRU 1210-EXIT
062600         UNTIL WS-LAYT-AT-EOF.
062700     CLOSE LAYOUT-FILE.
062800     IF WS-LSET-COUNT = ZERO
062900         AND NOT WS-RUN-REFUSED
063000         DISPLAY 'DYNMASK  - RECLAYT LAYOUT FILE IS EMPTY - RUN '
063100             'REFUSED'
063200         PERFORM 1190-REFUSE-RUN
063300             THRU 1190-EXIT
063400     END-IF.
063500 1200-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*  1210-LOAD-ONE-LAYOUT - READ AND EDIT ONE LAYOUT RECORD, AS
064000*                         DYNRECON DOES, PLUS THE MASK FLAG; A
064100*                         '*LAYOUT' DELIMITER OPENS A NEW SECTION
064200******************************************************************
064300 1210-LOAD-ONE-LAYOUT.
064400     READ LAYOUT-FILE
064500         AT END
064600             SET WS-LAYT-AT-EOF TO TRUE
064700             GO TO 1210-EXIT
064800     END-READ.
064900     IF LAYT-IS-DELIMITER
065000         IF WS-LSET-COUNT = 10
065100             DISPLAY 'DYNMASK  - MORE THAN 10 LAYOUT SECTIONS'
065200             PERFORM 1190-REFUSE-RUN
065300                 THRU 1190-EXIT
065400             SET WS-LAYT-AT-EOF TO TRUE
065500             GO TO 1210-EXIT
065600         END-IF
065700         ADD 1 TO WS-LSET-COUNT
065800         MOVE WS-LSET-COUNT TO WS-LSET-LOAD-SUB
065900         MOVE LAYT-DLM-DSN TO WS-LSET-ID (WS-LSET-LOAD-SUB)
066000         MOVE ZERO TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB)
066100         GO TO 1210-EXIT
066200     END-IF.
066300     IF LAYT-FIELD-NAME = SPACES
066400         GO TO 1210-EXIT
066500     END-IF.
066600     IF WS-LSET-COUNT = ZERO
066700         MOVE 1 TO WS-LSET-COUNT
066800         MOVE 1 TO WS-LSET-LOAD-SUB
066900         MOVE SPACES TO WS-LSET-ID (1)
067000         MOVE ZERO TO WS-LSET-FIELD-COUNT (1)
067100     END-IF.
067200     IF WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) = 50
067300         DISPLAY 'DYNMASK  - MORE THAN 50 LAYOUT FIELDS'
067400         PERFORM 1190-REFUSE-RUN
067500             THRU 1190-EXIT
067600         SET WS-LAYT-AT-EOF TO TRUE
067700         GO TO 1210-EXIT
067800     END-IF.
067900     IF LAYT-OFFSET NOT NUMERIC
068000         OR LAYT-LENGTH NOT NUMERIC
068100         OR LAYT-OFFSET = ZERO
068200         OR LAYT-LENGTH = ZERO
068300         OR LAYT-OFFSET + LAYT-LENGTH - 1 > 2000
068400         OR (LAYT-TYPE NOT = 'C' AND LAYT-TYPE NOT = 'N')
068500         OR (LAYT-FLAG NOT = 'C' AND LAYT-FLAG NOT = 'E')
068600         OR NOT LAYT-MASK-FLAG-VALID
068700         DISPLAY 'DYNMASK  - BAD LAYOUT DEFINITION FOR FIELD '
068800             LAYT-FIELD-NAME
068900         PERFORM 1190-REFUSE-RUN
069000             THRU 1190-EXIT
069100         SET WS-LAYT-AT-EOF TO TRUE
069200         GO TO 1210-EXIT
069300     END-IF.
069400     ADD 1 TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB).
069500     MOVE WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) TO WS-LAYT-SUB.
069600     MOVE LAYT-FIELD-NAME
069700         TO WS-LAYT-FIELD-NAME (WS-LSET-LOAD-SUB WS-LAYT-SUB).
069800     MOVE LAYT-OFFSET
069900         TO WS-LAYT-OFFSET (WS-LSET-LOAD-SUB WS-LAYT-SUB).
070000     MOVE LAYT-LENGTH
070100         TO WS-LAYT-LENGTH (WS-LSET-LOAD-SUB WS-LAYT-SUB).
070200     MOVE LAYT-MASK-FLAG
070300         TO WS-LAYT-MASK-FLAG (WS-LSET-LOAD-SUB WS-LAYT-SUB).
070400 1210-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800*  1300-BUILD-CODE-PAGE - MARK EVERY DIGIT AND LETTER IN THE CODE
070900*                         PAGE WITH ITS CLASS (1 DIGIT, 2 UPPER,
071000*                         3 LOWER) AND ITS PLACE IN THE ALPHABET;
071100*                         EVERYTHING ELSE STAYS CLASS 0, NEVER
071200*                         MASKED
071300******************************************************************
071400 1300-BUILD-CODE-PAGE.
071500     INITIALIZE WS-CODE-PAGE.
071600     PERFORM 1310-MARK-ONE-ALPHABET
071700         THRU 1310-EXIT
071800         VARYING WS-CLASS-SUB FROM 1 BY 1
071900         UNTIL WS-CLASS-SUB > 3.
072000 1300-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400*  1310-MARK-ONE-ALPHABET - MARK EVERY CHARACTER OF ONE ALPHABET
072500******************************************************************
072600 1310-MARK-ONE-ALPHABET.
072700     PERFORM 1320-MARK-ONE-CHARACTER
072800         THRU 1320-EXIT
072900         VARYING WS-ALPHA-SUB FROM 1 BY 1
073000         UNTIL WS-ALPHA-SUB > WS-ALPHA-SIZE (WS-CLASS-SUB).
073100 1310-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500*  1320-MARK-ONE-CHARACTER - CLASS AND ZERO-BASED PLACE OF ONE
073600*                            CHARACTER
073700******************************************************************
073800 1320-MARK-ONE-CHARACTER.
073900     MOVE FUNCTION ORD
074000         (WS-ALPHA-CHAR (WS-CLASS-SUB WS-ALPHA-SUB))
074100         TO WS-CHAR-ORD.
074200     MOVE WS-CLASS-SUB TO WS-CP-CLASS (WS-CHAR-ORD).
074300     COMPUTE WS-CP-INDEX (WS-CHAR-ORD) = WS-ALPHA-SUB - 1.
074400 1320-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800*  2000-PROCESS-ONE-RECORD - ROUTE ONE EXPORT RECORD BY ITS RECORD
074900*                            ID, THEN READ THE NEXT ONE
075000******************************************************************
075100 2000-PROCESS-ONE-RECORD.
075200     EVALUATE TRUE
075300         WHEN EXP-IS-HEADER
075400             PERFORM 2100-START-SECTION
075500                 THRU 2100-EXIT
075600         WHEN EXP-IS-DATA
075700             PERFORM 2200-MASK-ONE-ITEM
075800                 THRU 2200-EXIT
075900         WHEN EXP-IS-TRAILER
076000             PERFORM 2300-END-SECTION
076100                 THRU 2300-EXIT
076200         WHEN OTHER
076300             DISPLAY 'DYNMASK  - UNEXPECTED EXPORT RECORD ID '
076400                 EXP-RECORD-ID ' - REST OF THE EXPORT NOT MASKED'
076500             PERFORM 2400-CLOSE-OPEN-SECTION
076600                 THRU 2400-EXIT
076700             MOVE 12 TO WS-RAISE-RC
076800             PERFORM 5900-RAISE-RETURN-CODE
076900                 THRU 5900-EXIT
077000             SET WS-EXPORT-AT-EOF TO TRUE
077100             GO TO 2000-EXIT
077200     END-EVALUATE.
077300     PERFORM 2900-READ-EXPORT-FILE
077400         THRU 2900-EXIT.
077500 2000-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900*  2100-START-SECTION - AN EXPORT HEADER OPENS A TABLE.  FIND ITS
078000*                       LAYOUT AND KEY FLAGS AND WRITE THE MASKED
078100*                       HEADER, OR MARK THE TABLE SKIPPED
078200******************************************************************
078300 2100-START-SECTION.
078400     PERFORM 2400-CLOSE-OPEN-SECTION
078500         THRU 2400-EXIT.
078600     SET WS-IN-SECTION TO TRUE.
078700     MOVE 'N' TO WS-SECTION-SKIPPED-SWITCH.
078800     MOVE EXP-HDR-TABLE-NAME TO WS-SECTION-TABLE-NAME.
078900     MOVE SPACES TO WS-SECTION-LAYOUT-DSN
079000                    WS-SECTION-STATUS.
079100     MOVE ZERO TO WS-SEC-ITEMS-READ
079200                  WS-SEC-ITEMS-WRITTEN
079300                  WS-SEC-KEYS-MASKED
079400                  WS-SEC-SORT-KEYS-MASKED
079500                  WS-SEC-INPUT-HASH
079600                  WS-SEC-OUTPUT-HASH
079700                  WS-SEC-NOT-MASKED-COUNT.
079800     INITIALIZE WS-SECTION-FIELD-COUNTS.
079900     DISPLAY 'DYNMASK  - MASKING TABLE '
080000         WS-SECTION-TABLE-NAME (1:40).
080100     IF WS-CTL-MODE
080200         PERFORM 2110-FIND-CONTROL-ENTRY
080300             THRU 2110-EXIT
080400     ELSE
080500         IF WS-HEADER-SEEN
080600             MOVE 'SKIPPED - A SECOND TABLE NEEDS A TABLCTL RUN'
080700                 TO WS-SECTION-STATUS
080800             SET WS-SECTION-SKIPPED TO TRUE
080900         ELSE
081000             MOVE 1 TO WS-LSET-SUB
081100             MOVE WS-LSET-ID (1) TO WS-SECTION-LAYOUT-DSN
081200         END-IF
081300     END-IF.
081400     SET WS-HEADER-SEEN TO TRUE.
081500     IF WS-SECTION-SKIPPED
081600         DISPLAY 'DYNMASK  - ' WS-SECTION-STATUS
081700         GO TO 2100-EXIT
081800     END-IF.
081900     MOVE SPACES TO MASKED-HEADER-RECORD.
082000     MOVE 'H' TO MSK-RECORD-ID.
082100     MOVE EXP-HDR-TABLE-NAME TO MSK-HDR-TABLE-NAME.
082200     MOVE WS-RUN-YYYYMMDD    TO MSK-HDR-RUN-DATE.
082300     MOVE WS-RUN-HHMMSSTT    TO MSK-HDR-RUN-TIME.
082400     MOVE WS-MASK-RUN-ID     TO MSK-HDR-RUN-ID.
082500     MOVE 'MASKED'           TO MSK-HDR-MASKED-TAG.
082600     MOVE EXP-HDR-RUN-ID     TO MSK-HDR-SOURCE-RUN-ID.
082700     MOVE EXP-HDR-RUN-DATE   TO MSK-HDR-SOURCE-RUN-DATE.
082800     WRITE MASKED-RECORD.
082900 2100-EXIT.
083000     EXIT.
083100
083200******************************************************************
083300*  2110-FIND-CONTROL-ENTRY - LOOK THE TABLE UP IN TABLCTL FOR ITS
083400*                            LAYOUT SECTION AND KEY MASK FLAGS
083500******************************************************************
083600 2110-FIND-CONTROL-ENTRY.
083700     MOVE ZERO TO WS-FOUND-CTL.
083800     PERFORM 2120-CHECK-ONE-CONTROL
083900         THRU 2120-EXIT
084000         VARYING WS-CTL-SUB FROM 1 BY 1
084100         UNTIL WS-CTL-SUB > WS-CTL-COUNT
084200         OR WS-FOUND-CTL > ZERO.
084300     IF WS-FOUND-CTL = ZERO
084400         MOVE 'SKIPPED - TABLE IS NOT IN TABLCTL'
084500             TO WS-SECTION-STATUS
084600         SET WS-SECTION-SKIPPED TO TRUE
084700         GO TO 2110-EXIT
084800     END-IF.
084900     IF WS-CTL-LAYOUT-DSN (WS-FOUND-CTL) = SPACES
085000         MOVE 'SKIPPED - TABLCTL NAMES NO RECLAYT LAYOUT'
085100             TO WS-SECTION-STATUS
085200         SET WS-SECTION-SKIPPED TO TRUE
085300         GO TO 2110-EXIT
085400     END-IF.
085500     MOVE WS-CTL-LAYOUT-DSN (WS-FOUND-CTL)
085600         TO WS-WANTED-DSN
085700            WS-SECTION-LAYOUT-DSN.
085800     PERFORM 5310-FIND-LAYOUT-SET
085900         THRU 5310-EXIT.
086000     MOVE WS-FOUND-SET TO WS-LSET-SUB.
086100     IF WS-CTL-KEY-MASK (WS-FOUND-CTL) = 'N'
086200         MOVE 'N' TO WS-MASK-KEY-SWITCH
086300     ELSE
086400         MOVE 'Y' TO WS-MASK-KEY-SWITCH
086500     END-IF.
086600     IF WS-CTL-SORT-KEY-MASK (WS-FOUND-CTL) = 'N'
086700         MOVE 'N' TO WS-MASK-SORT-KEY-SWITCH
086800     ELSE
086900         MOVE 'Y' TO WS-MASK-SORT-KEY-SWITCH
087000     END-IF.
087100 2110-EXIT.
087200     EXIT.
087300
087400******************************************************************
087500*  2120-CHECK-ONE-CONTROL - IS THIS CONTROL RECORD THE TABLE'S
087600******************************************************************
087700 2120-CHECK-ONE-CONTROL.
087800     IF WS-CTL-TABLE-NAME (WS-CTL-SUB) = WS-SECTION-TABLE-NAME
087900         MOVE WS-CTL-SUB TO WS-FOUND-CTL
088000     END-IF.
088100 2120-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500*  2200-MASK-ONE-ITEM - HASH THE ITEM'S KEYS AS READ (TO CHECK THE
088600*                       INPUT TRAILER), MASK THE KEYS AND THE
088700*                       FLAGGED FIELDS, HASH THE MASKED KEYS (FOR
088800*                       THE NEW TRAILER), AND WRITE THE ITEM
088900******************************************************************
089000 2200-MASK-ONE-ITEM.
089100     IF NOT WS-IN-SECTION
089200         DISPLAY 'DYNMASK  - DATA RECORD OUTSIDE ANY TABLE '
089300             'SECTION - RECORD DROPPED'
089400         MOVE 10 TO WS-RAISE-RC
089500         PERFORM 5900-RAISE-RETURN-CODE
089600             THRU 5900-EXIT
089700         GO TO 2200-EXIT
089800     END-IF.
089900     ADD 1 TO WS-SEC-ITEMS-READ
090000              WS-TOTAL-ITEMS-READ.
090100     CALL 'DYNKHASH' USING EXP-KEY-VALUE
090200                           EXP-SORT-KEY-VALUE
090300                           WS-SEC-INPUT-HASH.
090400     IF WS-SECTION-SKIPPED
090500         GO TO 2200-EXIT
090600     END-IF.
090700     MOVE EXPORT-RECORD TO MASKED-RECORD.
090800     IF WS-MASK-KEY
090900         AND MSK-KEY-VALUE NOT = SPACES
091000         MOVE MSK-KEY-VALUE TO WS-MASK-WORK
091100         MOVE 400 TO WS-MASK-LENGTH
091200         PERFORM 5000-SUBSTITUTE-VALUE
091300             THRU 5000-EXIT
091400         MOVE WS-MASK-WORK (1:400) TO MSK-KEY-VALUE
091500         ADD 1 TO WS-SEC-KEYS-MASKED
091600     END-IF.
091700     IF WS-MASK-SORT-KEY
091800         AND MSK-SORT-KEY-VALUE NOT = SPACES
091900         MOVE MSK-SORT-KEY-VALUE TO WS-MASK-WORK
092000         MOVE 400 TO WS-MASK-LENGTH
092100         PERFORM 5000-SUBSTITUTE-VALUE
092200             THRU 5000-EXIT
092300         MOVE WS-MASK-WORK (1:400) TO MSK-SORT-KEY-VALUE
092400         ADD 1 TO WS-SEC-SORT-KEYS-MASKED
092500     END-IF.
092600     PERFORM 2210-MASK-ONE-FIELD
092700         THRU 2210-EXIT
092800         VARYING WS-LAYT-SUB FROM 1 BY 1
092900         UNTIL WS-LAYT-SUB > WS-LSET-FIELD-COUNT (WS-LSET-SUB).
093000     CALL 'DYNKHASH' USING MSK-KEY-VALUE
093100                           MSK-SORT-KEY-VALUE
093200                           WS-SEC-OUTPUT-HASH.
093300     WRITE MASKED-RECORD.
093400     ADD 1 TO WS-SEC-ITEMS-WRITTEN
093500              WS-TOTAL-ITEMS-WRITTEN.
093600 2200-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000*  2210-MASK-ONE-FIELD - MASK ONE LAYOUT FIELD OF THE RECORD
094100*                        VALUE THE WAY ITS MASK FLAG SAYS; A BLANK
094200*                        VALUE IS LEFT BLANK AND NOT COUNTED
094300******************************************************************
094400 2210-MASK-ONE-FIELD.
094500     IF WS-LAYT-NOT-MASKED (WS-LSET-SUB WS-LAYT-SUB)
094600         GO TO 2210-EXIT
094700     END-IF.
094800     MOVE WS-LAYT-OFFSET (WS-LSET-SUB WS-LAYT-SUB)
094900         TO WS-FIELD-OFFSET.
095000     MOVE WS-LAYT-LENGTH (WS-LSET-SUB WS-LAYT-SUB)
095100         TO WS-MASK-LENGTH.
095200     IF MSK-RECORD-VALUE (WS-FIELD-OFFSET:WS-MASK-LENGTH) = SPACES
095300         GO TO 2210-EXIT
095400     END-IF.
095500     ADD 1 TO WS-SEC-VALUES-MASKED (WS-LAYT-SUB).
095600     IF WS-LAYT-MASK-BLANK (WS-LSET-SUB WS-LAYT-SUB)
095700         MOVE SPACES
095800             TO MSK-RECORD-VALUE (WS-FIELD-OFFSET:WS-MASK-LENGTH)
095900         GO TO 2210-EXIT
096000     END-IF.
096100     MOVE MSK-RECORD-VALUE (WS-FIELD-OFFSET:WS-MASK-LENGTH)
096200         TO WS-MASK-WORK.
096300     IF WS-LAYT-MASK-SUBSTITUTE (WS-LSET-SUB WS-LAYT-SUB)
096400         PERFORM 5000-SUBSTITUTE-VALUE
096500             THRU 5000-EXIT
096600     ELSE
096700         PERFORM 5100-SCRAMBLE-VALUE
096800             THRU 5100-EXIT
096900     END-IF.
097000     MOVE WS-MASK-WORK (1:WS-MASK-LENGTH)
097100         TO MSK-RECORD-VALUE (WS-FIELD-OFFSET:WS-MASK-LENGTH).
097200 2210-EXIT.
097300     EXIT.
097400
097500******************************************************************
097600*  2300-END-SECTION - AN EXPORT TRAILER CLOSES THE TABLE.  THE
097700*                     MASKED TRAILER IS WRITTEN ONLY WHEN THE
097800*                     INPUT SECTION MATCHES ITS OWN TRAILER
097900******************************************************************
098000 2300-END-SECTION.
098100     IF NOT WS-IN-SECTION
098200         DISPLAY 'DYNMASK  - TRAILER RECORD OUTSIDE ANY TABLE '
098300             'SECTION - IGNORED'
098400         MOVE 10 TO WS-RAISE-RC
098500         PERFORM 5900-RAISE-RETURN-CODE
098600             THRU 5900-EXIT
098700         GO TO 2300-EXIT
098800     END-IF.
098900     IF WS-SECTION-SKIPPED
099000         MOVE 8 TO WS-RAISE-RC
099100         PERFORM 5900-RAISE-RETURN-CODE
099200             THRU 5900-EXIT
099300         ADD 1 TO WS-TABLES-SKIPPED
099400         GO TO 2300-REPORT
099500     END-IF.
099600     IF WS-SEC-ITEMS-READ NOT = EXP-TRL-ITEM-COUNT
099700         OR WS-SEC-INPUT-HASH NOT = EXP-TRL-KEY-HASH
099800         DISPLAY 'DYNMASK  - EXPORT TRAILER SAYS '
099900             EXP-TRL-ITEM-COUNT ' ITEMS, ' WS-SEC-ITEMS-READ
100000             ' READ, OR THE KEY HASH DIFFERS'
100100         MOVE 'NO TRAILER - SECTION DISAGREES WITH ITS TRAILER'
100200             TO WS-SECTION-STATUS
100300         MOVE 10 TO WS-RAISE-RC
100400         PERFORM 5900-RAISE-RETURN-CODE
100500             THRU 5900-EXIT
100600         GO TO 2300-REPORT
100700     END-IF.
100800     MOVE SPACES TO MASKED-TRAILER-RECORD.
100900     MOVE 'T' TO MSK-RECORD-ID.
101000     MOVE WS-SEC-ITEMS-WRITTEN TO MSK-TRL-ITEM-COUNT.
101100     MOVE WS-SEC-OUTPUT-HASH   TO MSK-TRL-KEY-HASH.
101200     WRITE MASKED-RECORD.
101300     MOVE 'MASKED - TRAILER WRITTEN' TO WS-SECTION-STATUS.
101400     ADD 1 TO WS-TABLES-MASKED.
101500 2300-REPORT.
101600     PERFORM 3000-REPORT-SECTION
101700         THRU 3000-EXIT.
101800     MOVE 'N' TO WS-IN-SECTION-SWITCH.
101900 2300-EXIT.
102000     EXIT.
102100
102200******************************************************************
102300*  2400-CLOSE-OPEN-SECTION - A NEW HEADER, A BAD RECORD, OR END OF
102400*                            FILE WITH A TABLE STILL OPEN MEANS
102500*                            ITS TRAILER NEVER CAME - THE MASKED
102600*                            TABLE IS LEFT WITHOUT ONE TOO
102700******************************************************************
102800 2400-CLOSE-OPEN-SECTION.
102900     IF NOT WS-IN-SECTION
103000         GO TO 2400-EXIT
103100     END-IF.
103200     IF WS-SECTION-SKIPPED
103300         MOVE 8 TO WS-RAISE-RC
103400         ADD 1 TO WS-TABLES-SKIPPED
103500     ELSE
103600         DISPLAY 'DYNMASK  - EXPORT SECTION HAS NO TRAILER, '
103700             'TABLE ' WS-SECTION-TABLE-NAME (1:40)
103800         MOVE 'NO TRAILER - EXPORT SECTION HAS NO TRAILER'
103900             TO WS-SECTION-STATUS
104000         MOVE 10 TO WS-RAISE-RC
104100     END-IF.
104200     PERFORM 5900-RAISE-RETURN-CODE
104300         THRU 5900-EXIT.
104400     PERFORM 3000-REPORT-SECTION
104500         THRU 3000-EXIT.
104600     MOVE 'N' TO WS-IN-SECTION-SWITCH.
104700 2400-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100*  2900-READ-EXPORT-FILE - READ THE NEXT EXPORT RECORD, SET THE
105200*                          END-OF-FILE SWITCH AT EOF
105300******************************************************************
105400 2900-READ-EXPORT-FILE.
105500     READ EXPORT-FILE
105600         AT END
105700             SET WS-EXPORT-AT-EOF TO TRUE
105800     END-READ.
105900 2900-EXIT.
106000     EXIT.
106100
106200******************************************************************
106300*  3000-REPORT-SECTION - THE MASKING REPORT BLOCK FOR ONE TABLE -
106400*                        KEYS, MASKED FIELDS, TOTALS, AND STATUS
106500******************************************************************
106600 3000-REPORT-SECTION.
106700     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
106800     MOVE WS-SECTION-TABLE-NAME TO WS-TLN-TABLE-NAME.
106900     MOVE WS-SECTION-LAYOUT-DSN TO WS-TLN-LAYOUT-DSN.
107000     WRITE REPORT-RECORD FROM WS-TABLE-LINE.
107100     IF WS-SECTION-SKIPPED
107200         GO TO 3000-STATUS
107300     END-IF.
107400     WRITE REPORT-RECORD FROM WS-FIELD-HEADING.
107500     MOVE SPACES TO WS-FLN-OFFSET
107600                    WS-FLN-LENGTH.
107700     MOVE '(KEY)' TO WS-FLN-FIELD-NAME.
107800     IF WS-MASK-KEY
107900         MOVE 'CONSISTENT SUBSTITUTION' TO WS-FLN-METHOD
108000     ELSE
108100         MOVE 'NOT MASKED' TO WS-FLN-METHOD
108200     END-IF.
108300     MOVE WS-SEC-KEYS-MASKED TO WS-FLN-VALUES-MASKED.
108400     WRITE REPORT-RECORD FROM WS-FIELD-LINE.
108500     MOVE '(SORT KEY)' TO WS-FLN-FIELD-NAME.
108600     IF WS-MASK-SORT-KEY
108700         MOVE 'CONSISTENT SUBSTITUTION' TO WS-FLN-METHOD
108800     ELSE
108900         MOVE 'NOT MASKED' TO WS-FLN-METHOD
109000     END-IF.
109100     MOVE WS-SEC-SORT-KEYS-MASKED TO WS-FLN-VALUES-MASKED.
109200     WRITE REPORT-RECORD FROM WS-FIELD-LINE.
109300     ADD WS-SEC-KEYS-MASKED WS-SEC-SORT-KEYS-MASKED
109400         TO WS-TOTAL-KEYS-MASKED.
109500     PERFORM 3100-REPORT-ONE-FIELD
109600         THRU 3100-EXIT
109700         VARYING WS-LAYT-SUB FROM 1 BY 1
109800         UNTIL WS-LAYT-SUB > WS-LSET-FIELD-COUNT (WS-LSET-SUB).
109900 3000-STATUS.
110000     MOVE WS-SEC-ITEMS-READ       TO WS-TOT-ITEMS-READ.
110100     MOVE WS-SEC-ITEMS-WRITTEN    TO WS-TOT-ITEMS-WRITTEN.
110200     MOVE WS-SEC-NOT-MASKED-COUNT TO WS-TOT-NOT-MASKED.
110300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
110400     MOVE WS-SECTION-STATUS TO WS-STL-STATUS.
110500     WRITE REPORT-RECORD FROM WS-STATUS-LINE.
110600 3000-EXIT.
110700     EXIT.
110800
110900******************************************************************
111000*  3100-REPORT-ONE-FIELD - ONE LINE PER MASKED FIELD; FIELDS LEFT
111100*                          AS THEY ARE ARE ONLY COUNTED
111200******************************************************************
111300 3100-REPORT-ONE-FIELD.
111400     IF WS-LAYT-NOT-MASKED (WS-LSET-SUB WS-LAYT-SUB)
111500         ADD 1 TO WS-SEC-NOT-MASKED-COUNT
111600         GO TO 3100-EXIT
111700     END-IF.
111800     MOVE WS-LAYT-FIELD-NAME (WS-LSET-SUB WS-LAYT-SUB)
111900         TO WS-FLN-FIELD-NAME.
112000     MOVE WS-LAYT-OFFSET (WS-LSET-SUB WS-LAYT-SUB)
112100         TO WS-EDITED-POSITION.
112200     MOVE WS-EDITED-POSITION TO WS-FLN-OFFSET.
112300     MOVE WS-LAYT-LENGTH (WS-LSET-SUB WS-LAYT-SUB)
112400         TO WS-EDITED-POSITION.
112500     MOVE WS-EDITED-POSITION TO WS-FLN-LENGTH.
112600     EVALUATE TRUE
112700         WHEN WS-LAYT-MASK-SUBSTITUTE (WS-LSET-SUB WS-LAYT-SUB)
112800             MOVE 'CONSISTENT SUBSTITUTION' TO WS-FLN-METHOD
112900         WHEN WS-LAYT-MASK-SCRAMBLE (WS-LSET-SUB WS-LAYT-SUB)
113000             MOVE 'NUMERIC SCRAMBLE' TO WS-FLN-METHOD
113100         WHEN OTHER
113200             MOVE 'BLANKED' TO WS-FLN-METHOD
113300     END-EVALUATE.
113400     MOVE WS-SEC-VALUES-MASKED (WS-LAYT-SUB)
113500         TO WS-FLN-VALUES-MASKED.
113600     ADD WS-SEC-VALUES-MASKED (WS-LAYT-SUB)
113700         TO WS-TOTAL-VALUES-MASKED.
113800     WRITE REPORT-RECORD FROM WS-FIELD-LINE.
113900 3100-EXIT.
114000     EXIT.
114100
114200******************************************************************
114300*  4000-TERMINATE - CLOSE ANY TABLE LEFT OPEN, CLOSE FILES, AND
114400*                   SET THE RETURN CODE
114500******************************************************************
114600 4000-TERMINATE.
114700     IF NOT WS-RUN-REFUSED
114800         PERFORM 2400-CLOSE-OPEN-SECTION
114900             THRU 2400-EXIT
115000     END-IF.
115100     CLOSE EXPORT-FILE
115200           MASKED-FILE
115300           REPORT-FILE.
115400     DISPLAY 'DYNMASK  - TABLES MASKED : ' WS-TABLES-MASKED.
115500     DISPLAY 'DYNMASK  - TABLES SKIPPED: ' WS-TABLES-SKIPPED.
115600     DISPLAY 'DYNMASK  - ITEMS READ    : ' WS-TOTAL-ITEMS-READ.
115700     DISPLAY 'DYNMASK  - ITEMS WRITTEN : ' WS-TOTAL-ITEMS-WRITTEN.
115800     DISPLAY 'DYNMASK  - KEYS MASKED   : ' WS-TOTAL-KEYS-MASKED.
115900     DISPLAY 'DYNMASK  - VALUES MASKED : ' WS-TOTAL-VALUES-MASKED.
116000     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
116100 4000-EXIT.
116200     EXIT.
116300
116400******************************************************************
116500*  5000-SUBSTITUTE-VALUE - CONSISTENT SUBSTITUTION OF THE FIRST
116600*                          WS-MASK-LENGTH BYTES OF WS-MASK-WORK.
116700*                          EACH TOKEN OF DIGITS AND LETTERS IS
116800*                          MASKED FROM THE SAME STARTING STATE, SO
116900*                          THE SAME TOKEN ALWAYS COMES OUT THE
117000*                          SAME WHEREVER IT SITS.  THE VALUE IS
117100*                          PASSED LEFT TO RIGHT AND THEN RIGHT TO
117200*                          LEFT, SO EVERY CHARACTER OF A TOKEN
117300*                          MOVES WHEN ANY ONE OF THEM CHANGES AND
117400*                          CLOSE VALUES DO NOT MASK CLOSE TOGETHER
117500******************************************************************
117600 5000-SUBSTITUTE-VALUE.
117700     MOVE ZERO TO WS-TOKEN-POS.
117800     MOVE WS-TOKEN-START-STATE TO WS-MASK-STATE.
117900     PERFORM 5010-SUBSTITUTE-ONE-CHAR
118000         THRU 5010-EXIT
118100         VARYING WS-MASK-IDX FROM 1 BY 1
118200         UNTIL WS-MASK-IDX > WS-MASK-LENGTH.
118300     MOVE ZERO TO WS-TOKEN-POS.
118400     MOVE WS-TOKEN-START-STATE TO WS-MASK-STATE.
118500     PERFORM 5010-SUBSTITUTE-ONE-CHAR
118600         THRU 5010-EXIT
118700         VARYING WS-MASK-IDX FROM WS-MASK-LENGTH BY -1
118800         UNTIL WS-MASK-IDX < 1.
118900 5000-EXIT.
119000     EXIT.
119100
119200******************************************************************
119300*  5010-SUBSTITUTE-ONE-CHAR - SHIFT ONE DIGIT OR LETTER WITHIN
119400*                             ITS OWN ALPHABET.  THE SHIFT DEPENDS
119500*                             ON THE MASKING KEY, THE PLACE IN THE
119600*                             TOKEN, AND THE CHARACTERS BEFORE IT
119700*                             IN THE TOKEN, SO THE MAPPING IS ONE-
119800*                             TO-ONE BUT NOT A SIMPLE CIPHER.  ANY
119900*                             OTHER BYTE ENDS THE TOKEN
120000******************************************************************
120100 5010-SUBSTITUTE-ONE-CHAR.
120200     MOVE FUNCTION ORD (WS-MASK-WORK (WS-MASK-IDX:1))
120300         TO WS-CHAR-ORD.
120400     MOVE WS-CP-CLASS (WS-CHAR-ORD) TO WS-CHAR-CLASS.
120500     IF WS-CHAR-CLASS = ZERO
120600         MOVE ZERO TO WS-TOKEN-POS
120700         MOVE WS-TOKEN-START-STATE TO WS-MASK-STATE
120800         GO TO 5010-EXIT
120900     END-IF.
121000     ADD 1 TO WS-TOKEN-POS.
121100     MOVE WS-CP-INDEX (WS-CHAR-ORD) TO WS-CHAR-INDEX.
121200     COMPUTE WS-NEW-INDEX = FUNCTION MOD
121300         (WS-CHAR-INDEX + WS-MASK-STATE + WS-TOKEN-POS * 7,
121400          WS-ALPHA-SIZE (WS-CHAR-CLASS)).
121500     MOVE WS-ALPHA-CHAR (WS-CHAR-CLASS WS-NEW-INDEX + 1)
121600         TO WS-MASK-WORK (WS-MASK-IDX:1).
121700     COMPUTE WS-MASK-STATE = FUNCTION MOD
121800         (WS-MASK-STATE * 31 + WS-CHAR-ORD + WS-TOKEN-POS,
121900          WS-MASK-MODULUS).
122000 5010-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*  5100-SCRAMBLE-VALUE - FORMAT-PRESERVING SCRAMBLE OF THE DIGITS
122500*                        IN THE FIRST WS-MASK-LENGTH BYTES OF
122600*                        WS-MASK-WORK.  THE STARTING STATE TAKES
122700*                        IN THE ITEM AND THE FIELD, SO EQUAL
122800*                        VALUES DO NOT SCRAMBLE ALIKE
122900******************************************************************
123000 5100-SCRAMBLE-VALUE.
123100     COMPUTE WS-MASK-STATE = FUNCTION MOD
123200         (WS-TOKEN-START-STATE + WS-SEC-ITEMS-READ * 13
123300          + WS-LAYT-SUB * 101, WS-MASK-MODULUS).
123400     SET WS-IN-LEADING-ZEROS TO TRUE.
123500     PERFORM 5110-SCRAMBLE-ONE-CHAR
123600         THRU 5110-EXIT
123700         VARYING WS-MASK-IDX FROM 1 BY 1
123800         UNTIL WS-MASK-IDX > WS-MASK-LENGTH.
123900 5100-EXIT.
124000     EXIT.
124100
124200******************************************************************
124300*  5110-SCRAMBLE-ONE-CHAR - REPLACE ONE DIGIT; LEADING ZEROS STAY
124400*                           ZEROS AND THE FIRST SIGNIFICANT DIGIT
124500*                           STAYS 1-9.  NON-DIGITS ARE KEPT
124600******************************************************************
124700 5110-SCRAMBLE-ONE-CHAR.
124800     MOVE FUNCTION ORD (WS-MASK-WORK (WS-MASK-IDX:1))
124900         TO WS-CHAR-ORD.
125000     IF WS-CP-CLASS (WS-CHAR-ORD) NOT = 1
125100         GO TO 5110-EXIT
125200     END-IF.
125300     MOVE WS-CP-INDEX (WS-CHAR-ORD) TO WS-CHAR-INDEX.
125400     IF WS-IN-LEADING-ZEROS
125500         AND WS-CHAR-INDEX = ZERO
125600         GO TO 5110-EXIT
125700     END-IF.
125800     IF WS-IN-LEADING-ZEROS
125900         COMPUTE WS-NEW-INDEX = 1 + FUNCTION MOD
126000             (WS-CHAR-INDEX - 1 + WS-MASK-STATE, 9)
126100         MOVE 'N' TO WS-LEADING-SWITCH
126200     ELSE
126300         COMPUTE WS-NEW-INDEX = FUNCTION MOD
126400             (WS-CHAR-INDEX + WS-MASK-STATE, 10)
126500     END-IF.
126600     MOVE WS-ALPHA-CHAR (1 WS-NEW-INDEX + 1)
126700         TO WS-MASK-WORK (WS-MASK-IDX:1).
126800     COMPUTE WS-MASK-STATE = FUNCTION MOD
126900         (WS-MASK-STATE * 31 + WS-CHAR-INDEX + WS-MASK-IDX + 7,
127000          WS-MASK-MODULUS).
127100 5110-EXIT.
127200     EXIT.
127300
127400******************************************************************
127500*  5310-FIND-LAYOUT-SET - FIND THE LOADED RECLAYT SECTION NAMED
127600*                         BY WS-WANTED-DSN (ZERO = NONE)
127700******************************************************************
127800 5310-FIND-LAYOUT-SET.
127900     MOVE ZERO TO WS-FOUND-SET.
128000     PERFORM 5320-CHECK-ONE-SET
128100         THRU 5320-EXIT
128200         VARYING WS-LSET-SCAN-SUB FROM 1 BY 1
128300         UNTIL WS-LSET-SCAN-SUB > WS-LSET-COUNT
128400         OR WS-FOUND-SET > ZERO.
128500 5310-EXIT.
128600     EXIT.
128700
128800******************************************************************
128900*  5320-CHECK-ONE-SET - IS THIS LOADED SECTION THE WANTED ONE
129000******************************************************************
129100 5320-CHECK-ONE-SET.
129200     IF WS-LSET-ID (WS-LSET-SCAN-SUB) = WS-WANTED-DSN
129300         MOVE WS-LSET-SCAN-SUB TO WS-FOUND-SET
129400     END-IF.
129500 5320-EXIT.
129600     EXIT.
129700
129800******************************************************************
129900*  5900-RAISE-RETURN-CODE - KEEP THE WORST RETURN CODE SEEN
130000******************************************************************
130100 5900-RAISE-RETURN-CODE.
130200     IF WS-RAISE-RC > WS-WORST-RETURN-CODE
130300         MOVE WS-RAISE-RC TO WS-WORST-RETURN-CODE
130400     END-IF.
130500 5900-EXIT.
130600     EXIT.
130700
130800******************************************************************
130900*  8000-WRITE-RUN-STATS - HAND THE RUN'S TOTALS AND FINAL
131000*                         RETURN CODE TO DYNSTATW FOR THE
131100*                         DYNOPSRP DAILY OPERATIONS REPORT
131200******************************************************************
131300 8000-WRITE-RUN-STATS.
131400     IF WS-CTL-MODE
131500         MOVE '*TABLCTL*' TO WS-STAT-TABLE-NAME
131600     ELSE
131700         MOVE WS-SECTION-TABLE-NAME TO WS-STAT-TABLE-NAME
131800     END-IF.
131900     MOVE WS-TABLES-MASKED       TO WS-STAT-TABLES-MASKED.
132000     MOVE WS-TABLES-SKIPPED      TO WS-STAT-TABLES-SKIPPED.
132100     MOVE WS-TOTAL-ITEMS-READ    TO WS-STAT-ITEMS-READ.
132200     MOVE WS-TOTAL-ITEMS-WRITTEN TO WS-STAT-ITEMS-WRITTEN.
132300     MOVE WS-TOTAL-KEYS-MASKED   TO WS-STAT-KEYS-MASKED.
132400     MOVE WS-TOTAL-VALUES-MASKED TO WS-STAT-VALUES-MASKED.
132500     MOVE RETURN-CODE            TO WS-STAT-RETURN-CODE.
132600     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
132700                           WS-STAT-TABLE-NAME
132800                           WS-STAT-RETURN-CODE
132900                           WS-STAT-COUNTERS
133000                           WS-MASK-RUN-ID.
133001* DYNSTATW SETS RETURN-CODE ITSELF - PUT THE JOB'S OWN BACK
133002     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
133100 8000-EXIT.
133200     EXIT.
