000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNREFCK.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - CROSS-TABLE REFERENTIAL
001100*                 INTEGRITY CHECK OVER THE NIGHT'S EXPORTS.
001200*                 DYNRECON PROVES EACH TABLE AGAINST ITS OWN
001300*                 MASTER; THIS PROVES THE TABLES AGAINST EACH
001400*                 OTHER, SO ORDER ITEMS POINTING AT CUSTOMERS
001500*                 THAT NO LONGER EXIST, OR LINES WHOSE HEADER
001600*                 DYNTTLRP PURGED, ARE CAUGHT HERE INSTEAD OF AS
001700*                 ONLINE APPLICATION ERRORS.
001800******************************************************************
001900******************************************************************
002000*  DYNREFCK READS THE RELATIONSHIP-DEFINITION FILE (DD RELCTL).
002100*  EACH RELATIONSHIP NAMES A CHILD TABLE, A FIELD OF THE CHILD'S
002200*  RECORD VALUE (BY ITS RECLAYT LAYOUT) THAT HOLDS A FOREIGN KEY,
002300*  AND THE PARENT TABLE WHOSE KEY THAT FIELD MUST MATCH.
002400*
002500*  REFEXPT IS, IN THE JCL, THE CONCATENATION OF THE DYNEXPRT (OR
002600*  DYNMERGE) EXPORTS OF EVERY TABLE THE RELATIONSHIPS NAME.  EACH
002700*  EXPORT SECTION IS VERIFIED AS DYNMERGE VERIFIES A SLICE - A
002800*  HEADER, A TRAILER WHOSE COUNT AND DYNKHASH TOTAL MATCH WHAT WAS
002900*  READ, AND THE SAME RUN ID AS EVERY OTHER EXPORT - SO THE TABLES
003000*  ARE COMPARED AS THEY STOOD IN ONE NIGHT'S RUN.  SECTIONS FOR
003100*  TABLES NO RELATIONSHIP NAMES ARE PASSED OVER.
003200*
003300*  EVERY PARENT KEY AND EVERY NON-BLANK CHILD FOREIGN KEY IS
003400*  RELEASED TO A SORT BY RELATIONSHIP AND VALUE, PARENTS FIRST; A
003500*  CHILD WHOSE VALUE NO PARENT KEY MATCHES IS AN ORPHAN.  THE
003600*  FOREIGN KEY IS COMPARED BYTE FOR BYTE WITH THE PARENT'S KEY
003700*  (NOT ITS SORT KEY), BOTH LEFT-JUSTIFIED, SO THE LAYOUT FIELD
003800*  MUST HOLD THE VALUE AS THE PARENT KEY HOLDS IT.  A BLANK
003900*  FOREIGN KEY REFERS TO NOTHING AND IS ONLY COUNTED.
004000*
004100*  EVERY ORPHAN IS LISTED ON THE REPORT (DD REFRPT) WITH ITS KEY,
004200*  SORT KEY, AND THE PARENT VALUE IT IS MISSING, AND WRITTEN TO
004300*  THE ORPHAN FILE (DD ORPHOUT) FOR FOLLOW-UP JOBS.  EACH
004400*  RELATIONSHIP'S COUNTS GO TO RUNSTATS THROUGH DYNSTATW AS A
004500*  RECORD OF ITS OWN, TABLE NAME = THE CHILD TABLE, WITH THE
004600*  ORPHAN COUNT LABELLED 'ORPHANS ' + THE RELATIONSHIP ID SO A
004700*  DYNPIPE LIMIT CAN HOLD THE CHAIN ON ONE RELATIONSHIP.
004800*
004900*  RELCTL RECORD (600 BYTES) -
005000*      COLS   1-8    RELATIONSHIP ID ('*' IN COL 1 = COMMENT)
005100*      COLS  10-264  CHILD TABLE NAME
005200*      COLS 265-294  FOREIGN KEY FIELD NAME, AS IN RECLAYT
005300*      COLS 295-549  PARENT TABLE NAME
005400*      COLS 550-593  CHILD'S RECLAYT LAYOUT SECTION ('*LAYOUT'
005500*                    DSN; BLANK = THE UNNAMED FIRST SECTION)
005600*
005700*  SYSIN PARAMETER RECORD -
005800*      COLS 1-16     RUN ID EVERY EXPORT MUST CARRY (BLANK = THE
005900*                    RUN ID OF THE FIRST EXPORT READ)
006000*
006100*  RETURN CODES -
006200*      0   NO ORPHANS IN ANY RELATIONSHIP
006300*      8   ORPHANS FOUND
006400*      12  A RELATIONSHIP COULD NOT BE CHECKED - AN EXPORT IS
006500*          MISSING, HAS NO TRAILER, DISAGREES WITH ITS TRAILER,
006600*          OR IS FROM ANOTHER RUN
006700*      16  RUN REFUSED - RELCTL OR RECLAYT MISSING OR INVALID
006800******************************************************************
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER.   IBM-370.
007200 OBJECT-COMPUTER.   IBM-370.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT RELATIONSHIP-FILE ASSIGN TO RELCTL
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT OPTIONAL LAYOUT-FILE ASSIGN TO RECLAYT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-LAYT-FILE-STATUS.
008000     SELECT EXPORT-FILE ASSIGN TO REFEXPT
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT ORPHAN-FILE ASSIGN TO ORPHOUT
008300         ORGANIZATION IS SEQUENTIAL.
008400     SELECT REPORT-FILE ASSIGN TO REFRPT
008500         ORGANIZATION IS SEQUENTIAL.
008600     SELECT SORT-FILE ASSIGN TO SORTWK01.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  RELATIONSHIP-FILE
009000     RECORDING MODE IS F.
009100 01  RELATIONSHIP-RECORD.
009200     05 REL-ID                   PIC X(08).
009300     05 FILLER                   PIC X(01).
009400     05 REL-CHILD-TABLE          PIC X(255).
009500     05 REL-FK-FIELD-NAME        PIC X(30).
009600     05 REL-PARENT-TABLE         PIC X(255).
009700     05 REL-CHILD-LAYOUT-DSN     PIC X(44).
009800     05 FILLER                   PIC X(07).
009900
010000 FD  LAYOUT-FILE
010100     RECORDING MODE IS F.
010200 01  LAYOUT-RECORD.
010300     05 LAYT-FIELD-NAME          PIC X(30).
010400     05 LAYT-OFFSET              PIC 9(05).
010500     05 LAYT-LENGTH              PIC 9(05).
010600     05 LAYT-TYPE                PIC X(01).
010700     05 LAYT-FLAG                PIC X(01).
010800     05 LAYT-TOLERANCE           PIC 9(05)V9(02).
010900     05 FILLER                   PIC X(31).
011000 01  LAYOUT-DELIMITER-RECORD.
011100     05 LAYT-DLM-TAG             PIC X(30).
011200       88 LAYT-IS-DELIMITER      VALUE '*LAYOUT'.
011300     05 LAYT-DLM-DSN             PIC X(44).
011400     05 FILLER                   PIC X(06).
011500
011600 FD  EXPORT-FILE
011700     RECORDING MODE IS F.
011800 01  EXPORT-RECORD.
011900     05 EXP-RECORD-ID            PIC X(01).
012000       88 EXP-IS-HEADER          VALUE 'H'.
012100       88 EXP-IS-DATA            VALUE 'D'.
012200       88 EXP-IS-TRAILER         VALUE 'T'.
012300     05 EXP-KEY-VALUE            PIC X(400).
012400     05 EXP-SORT-KEY-VALUE       PIC X(400).
012500     05 EXP-RECORD-LENGTH        PIC 9(05).
012600     05 EXP-RECORD-VALUE         PIC X(2000).
012700 01  EXPORT-HEADER-RECORD.
012800     05 FILLER                   PIC X(01).
012900     05 EXP-HDR-TABLE-NAME       PIC X(255).
013000     05 EXP-HDR-RUN-DATE         PIC 9(08).
013100     05 EXP-HDR-RUN-TIME         PIC 9(08).
013200     05 EXP-HDR-RUN-ID           PIC X(16).
013300     05 FILLER                   PIC X(2518).
013400 01  EXPORT-TRAILER-RECORD.
013500     05 FILLER                   PIC X(01).
013600     05 EXP-TRL-ITEM-COUNT       PIC 9(09).
013700     05 EXP-TRL-KEY-HASH         PIC 9(13).
013800     05 FILLER                   PIC X(2783).
013900
014000* ONE RECORD PER ORPHANED CHILD ITEM
014100 FD  ORPHAN-FILE
014200     RECORDING MODE IS F.
014300 01  ORPHAN-RECORD.
014400     05 ORPH-REL-ID              PIC X(08).
014500     05 ORPH-CHILD-TABLE         PIC X(255).
014600     05 ORPH-CHILD-KEY           PIC X(400).
014700     05 ORPH-CHILD-SORT-KEY      PIC X(400).
014800     05 ORPH-FK-FIELD-NAME       PIC X(30).
014900     05 ORPH-MISSING-VALUE       PIC X(400).
015000     05 ORPH-PARENT-TABLE        PIC X(255).
015100     05 ORPH-RUN-ID              PIC X(16).
015200     05 FILLER                   PIC X(36).
015300
015400 FD  REPORT-FILE
015500     RECORDING MODE IS F.
015600 01  REPORT-RECORD               PIC X(132).
015700
015800 SD  SORT-FILE.
015900 01  SORT-RECORD.
016000     05 SRT-REL-SUB              PIC 9(03).
016100     05 SRT-MATCH-VALUE          PIC X(400).
016200     05 SRT-ENTRY-TYPE           PIC X(01).
016300       88 SRT-IS-PARENT          VALUE '1'.
016400       88 SRT-IS-CHILD           VALUE '2'.
016500     05 SRT-CHILD-KEY            PIC X(400).
016600     05 SRT-CHILD-SORT-KEY       PIC X(400).
016700
016800 WORKING-STORAGE SECTION.
016900 77  WS-RELCTL-EOF-SWITCH        PIC X(01)   VALUE 'N'.
017000     88 WS-RELCTL-AT-EOF                     VALUE 'Y'.
017100 77  WS-EXPORT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
017200     88 WS-EXPORT-AT-EOF                     VALUE 'Y'.
017300 77  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
017400     88 WS-SORT-AT-EOF                       VALUE 'Y'.
017500 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
017600     88 WS-RUN-REFUSED                       VALUE 'Y'.
017700 77  WS-PARENT-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
017800     88 WS-PARENT-FOUND                      VALUE 'Y'.
017900 77  WS-WORST-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
018000 77  WS-RAISE-RC                 PIC 9(02) COMP VALUE ZERO.
018100 77  WS-EXPORT-RECORDS-READ      PIC 9(09) COMP VALUE ZERO.
018200 77  WS-RECORDS-PASSED-OVER      PIC 9(09) COMP VALUE ZERO.
018300 77  WS-TOTAL-ORPHANS            PIC 9(09) COMP VALUE ZERO.
018400
018500 01  WS-PARM-LINE.
018600     05 WS-PARM-RUN-ID           PIC X(16).
018700     05 FILLER                   PIC X(64).
018800 77  WS-EXPECTED-RUN-ID          PIC X(16)   VALUE SPACES.
018900
019000 01  WS-RUN-DATE-TIME.
019100     05 WS-RUN-YYYYMMDD          PIC 9(08).
019200     05 WS-RUN-HHMMSSTT          PIC 9(08).
019300
019400 77  WS-LAYT-FILE-STATUS         PIC X(02)   VALUE SPACES.
019500     88 WS-LAYT-FILE-OK                      VALUE '00'.
019600     88 WS-LAYT-FILE-MISSING                 VALUE '05' '35'.
019700 77  WS-LAYT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
019800     88 WS-LAYT-AT-EOF                       VALUE 'Y'.
019900 77  WS-LAYT-SUB                 PIC 9(03) COMP VALUE ZERO.
020000 77  WS-LSET-LOAD-SUB            PIC 9(03) COMP VALUE ZERO.
020100 77  WS-LSET-SCAN-SUB            PIC 9(03) COMP VALUE ZERO.
020200 77  WS-FOUND-SET                PIC 9(03) COMP VALUE ZERO.
020300 77  WS-FOUND-FIELD              PIC 9(03) COMP VALUE ZERO.
020400 77  WS-WANTED-DSN               PIC X(44)   VALUE SPACES.
020500
020600 01  WS-LAYOUT-SETS.
020700     05 WS-LSET-COUNT            PIC 9(03) COMP VALUE ZERO.
020800     05 WS-LAYOUT-SET OCCURS 10 TIMES.
020900        10 WS-LSET-ID            PIC X(44).
021000        10 WS-LSET-FIELD-COUNT   PIC 9(03) COMP.
021100        10 WS-LAYOUT-ENTRY OCCURS 50 TIMES.
021200           15 WS-LAYT-FIELD-NAME PIC X(30).
021300           15 WS-LAYT-OFFSET     PIC 9(05) COMP.
021400           15 WS-LAYT-LENGTH     PIC 9(05) COMP.
021500
021600* THE RELATIONSHIPS AND THE TABLES THEY NAME.  A TABLE'S STATE
021700* MOVES FROM NOT SEEN TO OPEN AT ITS EXPORT HEADER AND TO
021800* VERIFIED AT A TRAILER THAT AGREES; ANY FAULT MARKS IT FAILED
021900* WITH THE REASON, AND NO RELATIONSHIP ON A FAILED TABLE IS
022000* CHECKED
022100 77  WS-REL-SUB                  PIC 9(03) COMP VALUE ZERO.
022200 77  WS-TBL-SUB                  PIC 9(03) COMP VALUE ZERO.
022300 77  WS-CUR-TBL                  PIC 9(03) COMP VALUE ZERO.
022400 77  WS-FOUND-TBL                PIC 9(03) COMP VALUE ZERO.
022500 77  WS-WANTED-TABLE             PIC X(255)  VALUE SPACES.
022600 77  WS-PREV-REL-SUB             PIC 9(03)   VALUE ZERO.
022700 77  WS-PREV-MATCH-VALUE         PIC X(400)  VALUE SPACES.
022800
022900 01  WS-RELATIONSHIP-TABLE.
023000     05 WS-REL-COUNT             PIC 9(03) COMP VALUE ZERO.
023100     05 WS-REL-ENTRY OCCURS 20 TIMES.
023200        10 WS-REL-ID             PIC X(08).
023300        10 WS-REL-CHILD-SUB      PIC 9(03) COMP.
023400        10 WS-REL-PARENT-SUB     PIC 9(03) COMP.
023500        10 WS-REL-FK-FIELD-NAME  PIC X(30).
023600        10 WS-REL-FK-OFFSET      PIC 9(05) COMP.
023700        10 WS-REL-FK-LENGTH      PIC 9(05) COMP.
023800        10 WS-REL-CHILD-ITEMS    PIC 9(09) COMP.
023900        10 WS-REL-BLANK-FKS      PIC 9(09) COMP.
024000        10 WS-REL-PARENT-ITEMS   PIC 9(09) COMP.
024100        10 WS-REL-ORPHANS        PIC 9(09) COMP.
024200        10 WS-REL-RETURN-CODE    PIC 9(02).
024300        10 WS-REL-STATUS         PIC X(60).
024400
024500 01  WS-TABLE-LIST.
024600     05 WS-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
024700     05 WS-TBL-ENTRY OCCURS 40 TIMES.
024800        10 WS-TBL-NAME           PIC X(255).
024900        10 WS-TBL-STATE          PIC X(01).
025000           88 WS-TBL-NOT-SEEN                VALUE ' '.
025100           88 WS-TBL-OPEN                    VALUE 'O'.
025200           88 WS-TBL-VERIFIED                VALUE 'V'.
025300           88 WS-TBL-FAILED                  VALUE 'F'.
025400        10 WS-TBL-RUN-ID         PIC X(16).
025500        10 WS-TBL-ITEMS          PIC 9(09) COMP.
025600        10 WS-TBL-KEY-HASH       PIC 9(13).
025700        10 WS-TBL-REASON         PIC X(30).
025800
025900 01  WS-HEADING-1.
026000     05 FILLER PIC X(45) VALUE
026100        'DYNREFCK - REFERENTIAL INTEGRITY REPORT  RUN '.
026200     05 WS-HDG-RUN-ID            PIC X(16).
026300     05 FILLER PIC X(07) VALUE '  DATE '.
026400     05 WS-HDG-RUN-DATE          PIC 9(08).
026500     05 FILLER                   PIC X(56) VALUE SPACES.
026600 01  WS-EXPORT-HEADING.
026700     05 FILLER PIC X(50) VALUE
026800        'EXPORTS VERIFIED'.
026900     05 FILLER                   PIC X(82) VALUE SPACES.
027000 01  WS-EXPORT-LINE.
027100     05 FILLER PIC X(08) VALUE '  TABLE '.
027200     05 WS-EXL-TABLE-NAME        PIC X(50).
027300     05 FILLER PIC X(09) VALUE '  RUN ID '.
027400     05 WS-EXL-RUN-ID            PIC X(16).
027500     05 FILLER PIC X(08) VALUE '  ITEMS '.
027600     05 WS-EXL-ITEMS             PIC ZZZ,ZZZ,ZZ9.
027700     05 FILLER                   PIC X(02) VALUE SPACES.
027800     05 WS-EXL-STATUS            PIC X(28).
027900 01  WS-ORPHAN-HEADING-1.
028000     05 FILLER PIC X(50) VALUE
028100        'ORPHANED CHILD ITEMS'.
028200     05 FILLER                   PIC X(82) VALUE SPACES.
028300 01  WS-ORPHAN-HEADING-2.
028400     05 FILLER PIC X(60) VALUE
028500        '  REL ID    CHILD KEY'.
028600     05 FILLER PIC X(60) VALUE
028700        '  SORT KEY                MISSING PARENT VALUE'.
028800     05 FILLER                   PIC X(12) VALUE SPACES.
028900 01  WS-ORPHAN-LINE.
029000     05 FILLER                   PIC X(02) VALUE SPACES.
029100     05 WS-ORL-REL-ID            PIC X(08).
029200     05 FILLER                   PIC X(02) VALUE SPACES.
029300     05 WS-ORL-CHILD-KEY         PIC X(48).
029400     05 FILLER                   PIC X(02) VALUE SPACES.
029500     05 WS-ORL-CHILD-SORT-KEY    PIC X(22).
029600     05 FILLER                   PIC X(02) VALUE SPACES.
029700     05 WS-ORL-MISSING-VALUE     PIC X(46).
029800 01  WS-NO-ORPHANS-LINE.
029900     05 FILLER PIC X(50) VALUE
030000        '  NONE'.
030100     05 FILLER                   PIC X(82) VALUE SPACES.
030200 01  WS-SUMMARY-HEADING.
030300     05 FILLER PIC X(50) VALUE
030400        'RELATIONSHIPS'.
030500     05 FILLER                   PIC X(82) VALUE SPACES.
030600 01  WS-REL-LINE-1.
030700     05 FILLER PIC X(15) VALUE '  RELATIONSHIP '.
030800     05 WS-RL1-REL-ID            PIC X(08).
030900     05 FILLER PIC X(08) VALUE '  CHILD '.
031000     05 WS-RL1-CHILD-TABLE       PIC X(50).
031100     05 FILLER PIC X(07) VALUE '  FIELD'.
031200     05 FILLER                   PIC X(01) VALUE SPACE.
031300     05 WS-RL1-FK-FIELD-NAME     PIC X(30).
031400     05 FILLER                   PIC X(13) VALUE SPACES.
031500 01  WS-REL-LINE-2.
031600     05 FILLER PIC X(31) VALUE
031700        '                        PARENT '.
031800     05 WS-RL2-PARENT-TABLE      PIC X(50).
031900     05 FILLER                   PIC X(51) VALUE SPACES.
032000 01  WS-REL-LINE-3.
032100     05 FILLER PIC X(16) VALUE '    CHILD ITEMS '.
032200     05 WS-RL3-CHILD-ITEMS       PIC ZZZ,ZZZ,ZZ9.
032300     05 FILLER PIC X(17) VALUE '   BLANK FOREIGN '.
032400     05 FILLER PIC X(05) VALUE 'KEYS '.
032500     05 WS-RL3-BLANK-FKS         PIC ZZZ,ZZZ,ZZ9.
032600     05 FILLER PIC X(16) VALUE '   PARENT ITEMS '.
032700     05 WS-RL3-PARENT-ITEMS      PIC ZZZ,ZZZ,ZZ9.
032800     05 FILLER PIC X(11) VALUE '   ORPHANS '.
032900     05 WS-RL3-ORPHANS           PIC ZZZ,ZZZ,ZZ9.
033000     05 FILLER                   PIC X(23) VALUE SPACES.
033100 01  WS-REL-LINE-4.
033200     05 FILLER PIC X(13) VALUE '    STATUS - '.
033300     05 WS-RL4-STATUS            PIC X(60).
033400     05 FILLER                   PIC X(59) VALUE SPACES.
033500 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
033600
033700 77  WS-STAT-JOB-NAME            PIC X(08)   VALUE 'DYNREFCK'.
033800 77  WS-STAT-TABLE-NAME          PIC X(255)  VALUE SPACES.
033900 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
034000 01  WS-STAT-COUNTERS.
034100     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 4.
034200     05 WS-STAT-ORPHAN-LABEL.
034300        10 FILLER                PIC X(08)   VALUE 'ORPHANS'.
034400        10 WS-STAT-REL-ID        PIC X(08)   VALUE SPACES.
034500     05 WS-STAT-ORPHANS          PIC 9(09)   VALUE ZERO.
034600     05 FILLER                   PIC X(16)   VALUE
034700        'CHILD ITEMS'.
034800     05 WS-STAT-CHILD-ITEMS      PIC 9(09)   VALUE ZERO.
034900     05 FILLER                   PIC X(16)   VALUE
035000        'BLANK FKS'.
035100     05 WS-STAT-BLANK-FKS        PIC 9(09)   VALUE ZERO.
035200     05 FILLER                   PIC X(16)   VALUE
035300        'PARENT ITEMS'.
035400     05 WS-STAT-PARENT-ITEMS     PIC 9(09)   VALUE ZERO.
035500     05 FILLER                   PIC X(16)   VALUE SPACES.
035600     05 FILLER                   PIC 9(09)   VALUE ZERO.
035700     05 FILLER                   PIC X(16)   VALUE SPACES.
035800     05 FILLER                   PIC 9(09)   VALUE ZERO.
035900     05 FILLER                   PIC X(16)   VALUE SPACES.
036000     05 FILLER                   PIC 9(09)   VALUE ZERO.
036100     05 FILLER                   PIC X(16)   VALUE SPACES.
036200     05 FILLER                   PIC 9(09)   VALUE ZERO.
036300
036400 PROCEDURE DIVISION.
036500******************************************************************
036600*  0000-MAINLINE
036700******************************************************************
036800 0000-MAINLINE.
036900     PERFORM 1000-INITIALIZE
037000         THRU 1000-EXIT.
037100     IF NOT WS-RUN-REFUSED
037200         SORT SORT-FILE
037300             ON ASCENDING KEY SRT-REL-SUB
037400                              SRT-MATCH-VALUE
037500                              SRT-ENTRY-TYPE
037600             INPUT PROCEDURE IS 2000-RELEASE-EXPORTS
037700                 THRU 2000-EXIT
037800             OUTPUT PROCEDURE IS 3000-FIND-ORPHANS
037900                 THRU 3000-EXIT
038000     END-IF.
038100     PERFORM 4000-TERMINATE
038200         THRU 4000-EXIT.
038300     PERFORM 8000-WRITE-RUN-STATS
038400         THRU 8000-EXIT.
038500     GOBACK.
038600
038700******************************************************************
038800*  1000-INITIALIZE - PICK UP THE SYSIN RUN ID, LOAD THE LAYOUTS
038900*                    AND THE RELATIONSHIPS, AND START THE REPORT
039000******************************************************************
039100 1000-INITIALIZE.
039200     OPEN OUTPUT REPORT-FILE.
039300     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
039400     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
039500     MOVE SPACES TO WS-PARM-LINE.
039600     ACCEPT WS-PARM-LINE FROM SYSIN.
039700     MOVE WS-PARM-RUN-ID TO WS-EXPECTED-RUN-ID.
039800     PERFORM 1200-LOAD-LAYOUT-FILE
039900         THRU 1200-EXIT.
040000     IF NOT WS-RUN-REFUSED
040100         PERFORM 1050-LOAD-RELATIONSHIPS
040200             THRU 1050-EXIT
040300     END-IF.
040400     MOVE WS-RUN-YYYYMMDD TO WS-HDG-RUN-DATE.
040500 1000-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*  1050-LOAD-RELATIONSHIPS - LOAD AND EDIT THE RELCTL
041000*                            RELATIONSHIP DEFINITIONS
041100******************************************************************
041200 1050-LOAD-RELATIONSHIPS.
041300     OPEN INPUT RELATIONSHIP-FILE.
041400     PERFORM 1060-LOAD-ONE-RELATIONSHIP
041500         THRU 1060-EXIT
041600         UNTIL WS-RELCTL-AT-EOF.
041700     CLOSE RELATIONSHIP-FILE.
041800     IF WS-REL-COUNT = ZERO
041900         AND NOT WS-RUN-REFUSED
042000         DISPLAY 'DYNREFCK - RELCTL HOLDS NO RELATIONSHIPS - RUN '
042100             'REFUSED'
042200         PERFORM 1190-REFUSE-RUN
042300             THRU 1190-EXIT
042400     END-IF.
042500 1050-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900*  1060-LOAD-ONE-RELATIONSHIP - READ AND EDIT ONE RELATIONSHIP;
043000*                               ITS FOREIGN KEY FIELD MUST BE IN
043100*                               THE CHILD'S LAYOUT AND FIT A KEY
043200******************************************************************
043300 1060-LOAD-ONE-RELATIONSHIP.
043400     READ RELATIONSHIP-FILE
043500         AT END
043600             SET WS-RELCTL-AT-EOF TO TRUE
043700             GO TO 1060-EXIT
043800     END-READ.
043900     IF REL-ID (1:1) = '*'
044000         OR RELATIONSHIP-RECORD = SPACES
044100         GO TO 1060-EXIT
044200     END-IF.
044300     IF WS-REL-COUNT = 20
044400         DISPLAY 'DYNREFCK - MORE THAN 20 RELATIONSHIPS'
044500         GO TO 1060-REFUSE
044600     END-IF.
044700     IF REL-ID = SPACES
044800         OR REL-CHILD-TABLE = SPACES
044900         OR REL-FK-FIELD-NAME = SPACES
045000         OR REL-PARENT-TABLE = SPACES
045100         DISPLAY 'DYNREFCK - INCOMPLETE RELATIONSHIP ' REL-ID
045200         GO TO 1060-REFUSE
045300     END-IF.
045400     PERFORM 1070-CHECK-ONE-REL-ID
045500         THRU 1070-EXIT
045600         VARYING WS-REL-SUB FROM 1 BY 1
045700         UNTIL WS-REL-SUB > WS-REL-COUNT
045800         OR WS-RUN-REFUSED.
045900     IF WS-RUN-REFUSED
046000         SET WS-RELCTL-AT-EOF TO TRUE
046100         GO TO 1060-EXIT
046200     END-IF.
046300     MOVE REL-CHILD-LAYOUT-DSN TO WS-WANTED-DSN.
046400     PERFORM 5310-FIND-LAYOUT-SET
046500         THRU 5310-EXIT.
046600     IF WS-FOUND-SET = ZERO
046700         DISPLAY 'DYNREFCK - RELATIONSHIP ' REL-ID
046800             ' - NO RECLAYT SECTION ' WS-WANTED-DSN
046900         GO TO 1060-REFUSE
047000     END-IF.
047100     MOVE ZERO TO WS-FOUND-FIELD.
047200     PERFORM 5330-CHECK-ONE-FIELD
047300         THRU 5330-EXIT
047400         VARYING WS-LAYT-SUB FROM 1 BY 1
047500         UNTIL WS-LAYT-SUB > WS-LSET-FIELD-COUNT (WS-FOUND-SET)
047600         OR WS-FOUND-FIELD > ZERO.
047700     IF WS-FOUND-FIELD = ZERO
047800         DISPLAY 'DYNREFCK - RELATIONSHIP ' REL-ID
047900             ' - FIELD ' REL-FK-FIELD-NAME ' IS NOT IN ITS LAYOUT'
048000         GO TO 1060-REFUSE
048100     END-IF.
048200     IF WS-LAYT-LENGTH (WS-FOUND-SET WS-FOUND-FIELD) > 400
048300         DISPLAY 'DYNREFCK - RELATIONSHIP ' REL-ID
048400             ' - FIELD ' REL-FK-FIELD-NAME ' IS LONGER THAN A KEY'
048500         GO TO 1060-REFUSE
048600     END-IF.
048700     ADD 1 TO WS-REL-COUNT.
048800     MOVE WS-REL-COUNT TO WS-REL-SUB.
048900     INITIALIZE WS-REL-ENTRY (WS-REL-SUB).
049000     MOVE REL-ID            TO WS-REL-ID (WS-REL-SUB).
049100     MOVE REL-FK-FIELD-NAME TO WS-REL-FK-FIELD-NAME (WS-REL-SUB).
049200     MOVE WS-LAYT-OFFSET (WS-FOUND-SET WS-FOUND-FIELD)
049300         TO WS-REL-FK-OFFSET (WS-REL-SUB).
049400     MOVE WS-LAYT-LENGTH (WS-FOUND-SET WS-FOUND-FIELD)
049500         TO WS-REL-FK-LENGTH (WS-REL-SUB).
049600     MOVE REL-CHILD-TABLE TO WS-WANTED-TABLE.
049700     PERFORM 1080-ADD-TABLE
049800         THRU 1080-EXIT.
049900     MOVE WS-FOUND-TBL TO WS-REL-CHILD-SUB (WS-REL-SUB).
050000     MOVE REL-PARENT-TABLE TO WS-WANTED-TABLE.
050100     PERFORM 1080-ADD-TABLE
050200         THRU 1080-EXIT.
050300     MOVE WS-FOUND-TBL TO WS-REL-PARENT-SUB (WS-REL-SUB).
050400     GO TO 1060-EXIT.
050500 1060-REFUSE.
050600     PERFORM 1190-REFUSE-RUN
050700         THRU 1190-EXIT.
050800     SET WS-RELCTL-AT-EOF TO TRUE.
050900 1060-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*  1070-CHECK-ONE-REL-ID - NO TWO RELATIONSHIPS MAY SHARE AN ID
051400******************************************************************
051500 1070-CHECK-ONE-REL-ID.
051600     IF WS-REL-ID (WS-REL-SUB) = REL-ID
051700         DISPLAY 'DYNREFCK - RELATIONSHIP ' REL-ID
051800             ' IS DEFINED TWICE'
051900         PERFORM 1190-REFUSE-RUN
052000             THRU 1190-EXIT
052100     END-IF.
052200 1070-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*  1080-ADD-TABLE - FIND WS-WANTED-TABLE IN THE TABLE LIST, OR ADD
052700*                   IT; ITS PLACE IS LEFT IN WS-FOUND-TBL
052800******************************************************************
052900 1080-ADD-TABLE.
053000     MOVE ZERO TO WS-FOUND-TBL.
053100     PERFORM 5400-CHECK-ONE-TABLE
053200         THRU 5400-EXIT
053300         VARYING WS-TBL-SUB FROM 1 BY 1
053400         UNTIL WS-TBL-SUB > WS-TBL-COUNT
053500         OR WS-FOUND-TBL > ZERO.
053600     IF WS-FOUND-TBL > ZERO
053700         GO TO 1080-EXIT
053800     END-IF.
053900     IF WS-TBL-COUNT = 40
054000         DISPLAY 'DYNREFCK - RELATIONSHIPS NAME MORE THAN 40 '
054100             'TABLES'
054200         PERFORM 1190-REFUSE-RUN
054300             THRU 1190-EXIT
054400         SET WS-RELCTL-AT-EOF TO TRUE
054500         MOVE 1 TO WS-FOUND-TBL
054600         GO TO 1080-EXIT
054700     END-IF.
054800     ADD 1 TO WS-TBL-COUNT.
054900     MOVE WS-TBL-COUNT TO WS-FOUND-TBL.
055000     INITIALIZE WS-TBL-ENTRY (WS-FOUND-TBL).
055100     MOVE WS-WANTED-TABLE TO WS-TBL-NAME (WS-FOUND-TBL).
055200     MOVE SPACE TO WS-TBL-STATE (WS-FOUND-TBL).
055300 1080-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*  1190-REFUSE-RUN - THE DEFINITIONS CANNOT BE TRUSTED; NOTHING IS
055800*                    CHECKED
055900******************************************************************
056000 1190-REFUSE-RUN.
056100     SET WS-RUN-REFUSED TO TRUE.
056200     MOVE 16 TO WS-RAISE-RC.
056300     PERFORM 5900-RAISE-RETURN-CODE
056400         THRU 5900-EXIT.
056500 1190-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*  1200-LOAD-LAYOUT-FILE - LOAD THE RECLAYT LAYOUT DEFINITIONS,
057000*                          ONE OR MORE '*LAYOUT'-DELIMITED
057100*                          SECTIONS; THE FOREIGN KEY FIELDS ARE
057200*                          FOUND BY NAME IN THEM
057300******************************************************************
057400 1200-LOAD-LAYOUT-FILE.
057500     OPEN INPUT LAYOUT-FILE.
057600     IF WS-LAYT-FILE-MISSING
057700* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
057800* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
057900         IF WS-LAYT-FILE-STATUS = '05'
058000             CLOSE LAYOUT-FILE
058100         END-IF
058200         DISPLAY 'DYNREFCK - NO RECLAYT LAYOUT FILE - RUN REFUSED'
058300         PERFORM 1190-REFUSE-RUN
058400             THRU 1190-EXIT
058500         GO TO 1200-EXIT
058600     END-IF.
058700     IF NOT WS-LAYT-FILE-OK
058800         DISPLAY 'DYNREFCK - LAYOUT FILE OPEN FAILED, FILE '
058900             'STATUS ' WS-LAYT-FILE-STATUS
059000         PERFORM 1190-REFUSE-RUN
059100             THRU 1190-EXIT
059200         GO TO 1200-EXIT
059300     END-IF.
059400     PERFORM 1210-LOAD-ONE-LAYOUT
059500         THRU 1210-EXIT
059600         UNTIL WS-LAYT-AT-EOF.
059700     CLOSE LAYOUT-FILE.
059800 1200-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200*  1210-LOAD-ONE-LAYOUT - READ AND EDIT ONE LAYOUT RECORD, AS
060300*                         DYNRECON DOES; A '*LAYOUT' DELIMITER
060400*                         OPENS A NEW SECTION
060500******************************************************************
060600 1210-LOAD-ONE-LAYOUT.
060700     READ LAYOUT-FILE
060800         AT END
060900             SET WS-LAYT-AT-EOF TO TRUE
061000             GO TO 1210-EXIT
061100     END-READ.
061200     IF LAYT-IS-DELIMITER
061300         IF WS-LSET-COUNT = 10
061400             DISPLAY 'DYNREFCK - MORE THAN 10 LAYOUT SECTIONS'
061500             PERFORM 1190-REFUSE-RUN
061600                 THRU 1190-EXIT
061700             SET WS-LAYT-AT-EOF TO TRUE
061800             GO TO 1210-EXIT
061900         END-IF
062000         ADD 1 TO WS-LSET-COUNT
062100         MOVE WS-LSET-COUNT TO WS-LSET-LOAD-SUB
062200         MOVE LAYT-DLM-DSN TO WS-LSET-ID (WS-LSET-LOAD-SUB)
062300         MOVE ZERO TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB)
062400         GO TO 1210-EXIT
062500     END-IF.
062600     IF LAYT-FIELD-NAME = SPACES
062700         GO TO 1210-EXIT
062800     END-IF.
062900     IF WS-LSET-COUNT = ZERO
063000         MOVE 1 TO WS-LSET-COUNT
063100         MOVE 1 TO WS-LSET-LOAD-SUB
063200         MOVE SPACES TO WS-LSET-ID (1)
063300         MOVE ZERO TO WS-LSET-FIELD-COUNT (1)
063400     END-IF.
063500     IF WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) = 50
063600         DISPLAY 'DYNREFCK - MORE THAN 50 LAYOUT FIELDS'
063700         PERFORM 1190-REFUSE-RUN
063800             THRU 1190-EXIT
063900         SET WS-LAYT-AT-EOF TO TRUE
064000         GO TO 1210-EXIT
064100     END-IF.
064200     IF LAYT-OFFSET NOT NUMERIC
064300         OR LAYT-LENGTH NOT NUMERIC
064400         OR LAYT-OFFSET = ZERO
064500         OR LAYT-LENGTH = ZERO
064600         OR LAYT-OFFSET + LAYT-LENGTH - 1 > 2000
064700         OR (LAYT-TYPE NOT = 'C' AND LAYT-TYPE NOT = 'N')
064800         OR (LAYT-FLAG NOT = 'C' AND LAYT-FLAG NOT = 'E')
064900         DISPLAY 'DYNREFCK - BAD LAYOUT DEFINITION FOR FIELD '
065000             LAYT-FIELD-NAME
065100         PERFORM 1190-REFUSE-RUN
065200             THRU 1190-EXIT
065300         SET WS-LAYT-AT-EOF TO TRUE
065400         GO TO 1210-EXIT
065500     END-IF.
065600     ADD 1 TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB).
065700     MOVE WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) TO WS-LAYT-SUB.
065800     MOVE LAYT-FIELD-NAME
065900         TO WS-LAYT-FIELD-NAME (WS-LSET-LOAD-SUB WS-LAYT-SUB).
066000     MOVE LAYT-OFFSET
066100         TO WS-LAYT-OFFSET (WS-LSET-LOAD-SUB WS-LAYT-SUB).
066200     MOVE LAYT-LENGTH
066300         TO WS-LAYT-LENGTH (WS-LSET-LOAD-SUB WS-LAYT-SUB).
066400 1210-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*  2000-RELEASE-EXPORTS - READ THE CONCATENATED EXPORTS, VERIFY
066900*                         EACH TABLE'S SECTION, AND RELEASE THE
067000*                         PARENT KEYS AND CHILD FOREIGN KEYS TO
067100*                         THE SORT
067200******************************************************************
067300 2000-RELEASE-EXPORTS.
067400     OPEN INPUT EXPORT-FILE.
067500     PERFORM 2100-PROCESS-ONE-RECORD
067600         THRU 2100-EXIT
067700         UNTIL WS-EXPORT-AT-EOF.
067800     CLOSE EXPORT-FILE.
067900     PERFORM 2500-FINISH-ONE-TABLE
068000         THRU 2500-EXIT
068100         VARYING WS-TBL-SUB FROM 1 BY 1
068200         UNTIL WS-TBL-SUB > WS-TBL-COUNT.
068300 2000-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700*  2100-PROCESS-ONE-RECORD - ROUTE ONE EXPORT RECORD BY ITS
068800*                            RECORD ID
068900******************************************************************
069000 2100-PROCESS-ONE-RECORD.
069100     READ EXPORT-FILE
069200         AT END
069300             SET WS-EXPORT-AT-EOF TO TRUE
069400             GO TO 2100-EXIT
069500     END-READ.
069600     ADD 1 TO WS-EXPORT-RECORDS-READ.
069700     IF EXP-IS-HEADER
069800         PERFORM 2200-START-SECTION
069900             THRU 2200-EXIT
070000         GO TO 2100-EXIT
070100     END-IF.
070200     IF EXP-IS-TRAILER
070300         PERFORM 2300-CHECK-SECTION-TRAILER
070400             THRU 2300-EXIT
070500         GO TO 2100-EXIT
070600     END-IF.
070700     IF NOT EXP-IS-DATA
070800         DISPLAY 'DYNREFCK - UNKNOWN RECORD ID ' EXP-RECORD-ID
070900         IF WS-CUR-TBL > ZERO
071000             MOVE WS-CUR-TBL TO WS-TBL-SUB
071100             MOVE 'HOLDS AN UNKNOWN RECORD'
071200                 TO WS-TBL-REASON (WS-TBL-SUB)
071300             PERFORM 2900-FAIL-TABLE
071400                 THRU 2900-EXIT
071500         END-IF
071600         GO TO 2100-EXIT
071700     END-IF.
071800     IF WS-CUR-TBL = ZERO
071900         ADD 1 TO WS-RECORDS-PASSED-OVER
072000         GO TO 2100-EXIT
072100     END-IF.
072200     IF WS-TBL-FAILED (WS-CUR-TBL)
072300         GO TO 2100-EXIT
072400     END-IF.
072500     ADD 1 TO WS-TBL-ITEMS (WS-CUR-TBL).
072600     CALL 'DYNKHASH' USING EXP-KEY-VALUE
072700                           EXP-SORT-KEY-VALUE
072800                           WS-TBL-KEY-HASH (WS-CUR-TBL).
072900     PERFORM 2400-RELEASE-FOR-ONE-REL
073000         THRU 2400-EXIT
073100         VARYING WS-REL-SUB FROM 1 BY 1
073200         UNTIL WS-REL-SUB > WS-REL-COUNT.
073300 2100-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700*  2200-START-SECTION - A HEADER OPENS A TABLE'S EXPORT.  THE
073800*                       TABLE BEFORE IT MUST HAVE CLOSED WITH A
073900*                       TRAILER, EACH TABLE MAY APPEAR ONCE, AND
074000*                       EVERY EXPORT MUST CARRY THE RUN'S RUN ID
074100******************************************************************
074200 2200-START-SECTION.
074300     IF WS-CUR-TBL > ZERO
074400         MOVE WS-CUR-TBL TO WS-TBL-SUB
074500         IF WS-TBL-OPEN (WS-TBL-SUB)
074600             MOVE 'HAS NO TRAILER' TO WS-TBL-REASON (WS-TBL-SUB)
074700             PERFORM 2900-FAIL-TABLE
074800                 THRU 2900-EXIT
074900         END-IF
075000     END-IF.
075100     MOVE EXP-HDR-TABLE-NAME TO WS-WANTED-TABLE.
075200     MOVE ZERO TO WS-FOUND-TBL.
075300     PERFORM 5400-CHECK-ONE-TABLE
075400         THRU 5400-EXIT
075500         VARYING WS-TBL-SUB FROM 1 BY 1
075600         UNTIL WS-TBL-SUB > WS-TBL-COUNT
075700         OR WS-FOUND-TBL > ZERO.
075800     MOVE WS-FOUND-TBL TO WS-CUR-TBL.
075900     IF WS-CUR-TBL = ZERO
076000         DISPLAY 'DYNREFCK - EXPORT OF ' EXP-HDR-TABLE-NAME (1:40)
076100             ' IS IN NO RELATIONSHIP - PASSED OVER'
076200         GO TO 2200-EXIT
076300     END-IF.
076400     MOVE WS-CUR-TBL TO WS-TBL-SUB.
076500     IF NOT WS-TBL-NOT-SEEN (WS-TBL-SUB)
076600         MOVE 'APPEARS TWICE ON REFEXPT'
076700             TO WS-TBL-REASON (WS-TBL-SUB)
076800         PERFORM 2900-FAIL-TABLE
076900             THRU 2900-EXIT
077000         GO TO 2200-EXIT
077100     END-IF.
077200     MOVE EXP-HDR-RUN-ID TO WS-TBL-RUN-ID (WS-TBL-SUB).
077300     SET WS-TBL-OPEN (WS-TBL-SUB) TO TRUE.
077400     IF EXP-HDR-RUN-ID = SPACES
077500         MOVE 'HEADER HAS NO RUN ID' TO WS-TBL-REASON (WS-TBL-SUB)
077600         PERFORM 2900-FAIL-TABLE
077700             THRU 2900-EXIT
077800         GO TO 2200-EXIT
077900     END-IF.
078000     IF WS-EXPECTED-RUN-ID = SPACES
078100         MOVE EXP-HDR-RUN-ID TO WS-EXPECTED-RUN-ID
078200         DISPLAY 'DYNREFCK - CHECKING RUN ID ' WS-EXPECTED-RUN-ID
078300     END-IF.
078400     IF EXP-HDR-RUN-ID NOT = WS-EXPECTED-RUN-ID
078500         DISPLAY 'DYNREFCK - EXPORT OF ' EXP-HDR-TABLE-NAME (1:40)
078600             ' IS FROM RUN ' EXP-HDR-RUN-ID
078700         MOVE 'IS FROM ANOTHER RUN' TO WS-TBL-REASON (WS-TBL-SUB)
078800         PERFORM 2900-FAIL-TABLE
078900             THRU 2900-EXIT
079000     END-IF.
079100 2200-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*  2300-CHECK-SECTION-TRAILER - A TRAILER CLOSES THE TABLE'S
079600*                               EXPORT; ITS CONTROL TOTALS MUST
079700*                               MATCH WHAT WAS READ
079800******************************************************************
079900 2300-CHECK-SECTION-TRAILER.
080000     IF WS-CUR-TBL = ZERO
080100         GO TO 2300-EXIT
080200     END-IF.
080300     MOVE WS-CUR-TBL TO WS-TBL-SUB.
080400     MOVE ZERO TO WS-CUR-TBL.
080500     IF NOT WS-TBL-OPEN (WS-TBL-SUB)
080600         GO TO 2300-EXIT
080700     END-IF.
080800     IF EXP-TRL-ITEM-COUNT NOT = WS-TBL-ITEMS (WS-TBL-SUB)
080900         OR EXP-TRL-KEY-HASH NOT = WS-TBL-KEY-HASH (WS-TBL-SUB)
081000         DISPLAY 'DYNREFCK - EXPORT OF ' WS-TBL-NAME (WS-TBL-SUB)
081100             (1:40) ' DISAGREES WITH ITS TRAILER'
081200         MOVE 'DISAGREES WITH ITS TRAILER'
081300             TO WS-TBL-REASON (WS-TBL-SUB)
081400         PERFORM 2900-FAIL-TABLE
081500             THRU 2900-EXIT
081600         GO TO 2300-EXIT
081700     END-IF.
081800     SET WS-TBL-VERIFIED (WS-TBL-SUB) TO TRUE.
081900     MOVE 'VERIFIED' TO WS-TBL-REASON (WS-TBL-SUB).
082000 2300-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400*  2400-RELEASE-FOR-ONE-REL - RELEASE THE ITEM TO THE SORT FOR ONE
082500*                             RELATIONSHIP - ITS KEY IF THE TABLE
082600*                             IS THE PARENT, ITS FOREIGN KEY IF
082700*                             THE TABLE IS THE CHILD (A TABLE CAN
082800*                             BE BOTH)
082900******************************************************************
083000 2400-RELEASE-FOR-ONE-REL.
083100     IF WS-REL-PARENT-SUB (WS-REL-SUB) = WS-CUR-TBL
083200         MOVE WS-REL-SUB    TO SRT-REL-SUB
083300         MOVE EXP-KEY-VALUE TO SRT-MATCH-VALUE
083400         SET SRT-IS-PARENT  TO TRUE
083500         MOVE SPACES TO SRT-CHILD-KEY
083600                        SRT-CHILD-SORT-KEY
083700         RELEASE SORT-RECORD
083800         ADD 1 TO WS-REL-PARENT-ITEMS (WS-REL-SUB)
083900     END-IF.
084000     IF WS-REL-CHILD-SUB (WS-REL-SUB) NOT = WS-CUR-TBL
084100         GO TO 2400-EXIT
084200     END-IF.
084300     ADD 1 TO WS-REL-CHILD-ITEMS (WS-REL-SUB).
084400     MOVE EXP-RECORD-VALUE (WS-REL-FK-OFFSET (WS-REL-SUB):
084500                            WS-REL-FK-LENGTH (WS-REL-SUB))
084600         TO SRT-MATCH-VALUE.
084700     IF SRT-MATCH-VALUE = SPACES
084800         ADD 1 TO WS-REL-BLANK-FKS (WS-REL-SUB)
084900         GO TO 2400-EXIT
085000     END-IF.
085100     MOVE WS-REL-SUB         TO SRT-REL-SUB.
085200     SET SRT-IS-CHILD        TO TRUE.
085300     MOVE EXP-KEY-VALUE      TO SRT-CHILD-KEY.
085400     MOVE EXP-SORT-KEY-VALUE TO SRT-CHILD-SORT-KEY.
085500     RELEASE SORT-RECORD.
085600 2400-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000*  2500-FINISH-ONE-TABLE - AT END OF FILE A TABLE STILL OPEN NEVER
086100*                          GOT ITS TRAILER, AND A TABLE NEVER SEEN
086200*                          WAS NOT ON REFEXPT AT ALL
086300******************************************************************
086400 2500-FINISH-ONE-TABLE.
086500     IF WS-TBL-OPEN (WS-TBL-SUB)
086600         MOVE 'HAS NO TRAILER' TO WS-TBL-REASON (WS-TBL-SUB)
086700         PERFORM 2900-FAIL-TABLE
086800             THRU 2900-EXIT
086900     END-IF.
087000     IF WS-TBL-NOT-SEEN (WS-TBL-SUB)
087100         MOVE 'IS NOT ON REFEXPT' TO WS-TBL-REASON (WS-TBL-SUB)
087200         PERFORM 2900-FAIL-TABLE
087300             THRU 2900-EXIT
087400     END-IF.
087500 2500-EXIT.
087600     EXIT.
087700
087800******************************************************************
087900*  2900-FAIL-TABLE - MARK TABLE WS-TBL-SUB FAILED; ITS REASON IS
088000*                    ALREADY IN WS-TBL-REASON
088100******************************************************************
088200 2900-FAIL-TABLE.
088300     SET WS-TBL-FAILED (WS-TBL-SUB) TO TRUE.
088400     DISPLAY 'DYNREFCK - EXPORT OF '
088500         WS-TBL-NAME (WS-TBL-SUB) (1:40)
088600         ' ' WS-TBL-REASON (WS-TBL-SUB).
088700 2900-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100*  3000-FIND-ORPHANS - REPORT THE EXPORTS AS VERIFIED, THEN TAKE
089200*                      THE SORTED KEYS BACK; WITHIN A RELATIONSHIP
089300*                      AND VALUE THE PARENT KEYS COME FIRST, SO A
089400*                      CHILD THAT ARRIVES WITH NO PARENT BEFORE IT
089500*                      IS AN ORPHAN
089600******************************************************************
089700 3000-FIND-ORPHANS.
089800     MOVE WS-EXPECTED-RUN-ID TO WS-HDG-RUN-ID.
089900     WRITE REPORT-RECORD FROM WS-HEADING-1.
090000     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
090100     WRITE REPORT-RECORD FROM WS-EXPORT-HEADING.
090200     PERFORM 3050-REPORT-ONE-EXPORT
090300         THRU 3050-EXIT
090400         VARYING WS-TBL-SUB FROM 1 BY 1
090500         UNTIL WS-TBL-SUB > WS-TBL-COUNT.
090600     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
090700     WRITE REPORT-RECORD FROM WS-ORPHAN-HEADING-1.
090800     WRITE REPORT-RECORD FROM WS-ORPHAN-HEADING-2.
090900     OPEN OUTPUT ORPHAN-FILE.
091000     MOVE ZERO   TO WS-PREV-REL-SUB.
091100     MOVE SPACES TO WS-PREV-MATCH-VALUE.
091200     PERFORM 3100-CHECK-ONE-ENTRY
091300         THRU 3100-EXIT
091400         UNTIL WS-SORT-AT-EOF.
091500     CLOSE ORPHAN-FILE.
091600     IF WS-TOTAL-ORPHANS = ZERO
091700         WRITE REPORT-RECORD FROM WS-NO-ORPHANS-LINE
091800     END-IF.
091900 3000-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300*  3050-REPORT-ONE-EXPORT - ONE LINE PER TABLE: ITS RUN ID, ITEMS,
092400*                           AND WHETHER ITS EXPORT VERIFIED
092500******************************************************************
092600 3050-REPORT-ONE-EXPORT.
092700     MOVE WS-TBL-NAME (WS-TBL-SUB)   TO WS-EXL-TABLE-NAME.
092800     MOVE WS-TBL-RUN-ID (WS-TBL-SUB) TO WS-EXL-RUN-ID.
092900     MOVE WS-TBL-ITEMS (WS-TBL-SUB)  TO WS-EXL-ITEMS.
093000     MOVE WS-TBL-REASON (WS-TBL-SUB) TO WS-EXL-STATUS.
093100     WRITE REPORT-RECORD FROM WS-EXPORT-LINE.
093200 3050-EXIT.
093300     EXIT.
093400
093500******************************************************************
093600*  3100-CHECK-ONE-ENTRY - RETURN ONE SORTED KEY.  A NEW
093700*                         RELATIONSHIP OR VALUE STARTS WITH NO
093800*                         PARENT FOUND
093900******************************************************************
094000 3100-CHECK-ONE-ENTRY.
094100     RETURN SORT-FILE
094200         AT END
094300             SET WS-SORT-AT-EOF TO TRUE
094400             GO TO 3100-EXIT
094500     END-RETURN.
094600     IF SRT-REL-SUB NOT = WS-PREV-REL-SUB
094700         OR SRT-MATCH-VALUE NOT = WS-PREV-MATCH-VALUE
094800         MOVE SRT-REL-SUB     TO WS-PREV-REL-SUB
094900         MOVE SRT-MATCH-VALUE TO WS-PREV-MATCH-VALUE
095000         MOVE 'N' TO WS-PARENT-FOUND-SWITCH
095100     END-IF.
095200     IF SRT-IS-PARENT
095300         SET WS-PARENT-FOUND TO TRUE
095400         GO TO 3100-EXIT
095500     END-IF.
095600     IF WS-PARENT-FOUND
095700         GO TO 3100-EXIT
095800     END-IF.
095900     MOVE SRT-REL-SUB TO WS-REL-SUB.
096000     IF NOT WS-TBL-VERIFIED (WS-REL-CHILD-SUB (WS-REL-SUB))
096100         OR NOT WS-TBL-VERIFIED (WS-REL-PARENT-SUB (WS-REL-SUB))
096200         GO TO 3100-EXIT
096300     END-IF.
096400     PERFORM 3200-WRITE-ORPHAN
096500         THRU 3200-EXIT.
096600 3100-EXIT.
096700     EXIT.
096800
096900******************************************************************
097000*  3200-WRITE-ORPHAN - WRITE ONE ORPHAN TO THE ORPHAN FILE AND THE
097100*                      REPORT
097200******************************************************************
097300 3200-WRITE-ORPHAN.
097400     ADD 1 TO WS-REL-ORPHANS (WS-REL-SUB)
097500              WS-TOTAL-ORPHANS.
097600     MOVE WS-REL-CHILD-SUB (WS-REL-SUB) TO WS-TBL-SUB.
097700     MOVE SPACES TO ORPHAN-RECORD.
097800     MOVE WS-REL-ID (WS-REL-SUB)   TO ORPH-REL-ID.
097900     MOVE WS-TBL-NAME (WS-TBL-SUB) TO ORPH-CHILD-TABLE.
098000     MOVE SRT-CHILD-KEY            TO ORPH-CHILD-KEY.
098100     MOVE SRT-CHILD-SORT-KEY       TO ORPH-CHILD-SORT-KEY.
098200     MOVE WS-REL-FK-FIELD-NAME (WS-REL-SUB)
098300                                   TO ORPH-FK-FIELD-NAME.
098400     MOVE SRT-MATCH-VALUE          TO ORPH-MISSING-VALUE.
098500     MOVE WS-REL-PARENT-SUB (WS-REL-SUB) TO WS-TBL-SUB.
098600     MOVE WS-TBL-NAME (WS-TBL-SUB) TO ORPH-PARENT-TABLE.
098700     MOVE WS-EXPECTED-RUN-ID       TO ORPH-RUN-ID.
098800     WRITE ORPHAN-RECORD.
098900     MOVE WS-REL-ID (WS-REL-SUB) TO WS-ORL-REL-ID.
099000     MOVE SRT-CHILD-KEY          TO WS-ORL-CHILD-KEY.
099100     MOVE SRT-CHILD-SORT-KEY     TO WS-ORL-CHILD-SORT-KEY.
099200     MOVE SRT-MATCH-VALUE        TO WS-ORL-MISSING-VALUE.
099300     WRITE REPORT-RECORD FROM WS-ORPHAN-LINE.
099400 3200-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800*  4000-TERMINATE - SETTLE AND REPORT EACH RELATIONSHIP, CLOSE THE
099900*                   REPORT, AND SET THE RETURN CODE
100000******************************************************************
100100 4000-TERMINATE.
100200     IF WS-RUN-REFUSED
100300         MOVE WS-EXPECTED-RUN-ID TO WS-HDG-RUN-ID
100400         WRITE REPORT-RECORD FROM WS-HEADING-1
100500         DISPLAY 'DYNREFCK - RUN REFUSED - NOTHING CHECKED'
100600     ELSE
100700         WRITE REPORT-RECORD FROM WS-BLANK-LINE
100800         WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING
100900         PERFORM 4100-SETTLE-ONE-RELATIONSHIP
101000             THRU 4100-EXIT
101100             VARYING WS-REL-SUB FROM 1 BY 1
101200             UNTIL WS-REL-SUB > WS-REL-COUNT
101300     END-IF.
101400     CLOSE REPORT-FILE.
101500     DISPLAY 'DYNREFCK - RELATIONSHIPS     : ' WS-REL-COUNT.
101600     DISPLAY 'DYNREFCK - EXPORT RECORDS    : '
101700         WS-EXPORT-RECORDS-READ.
101800     DISPLAY 'DYNREFCK - PASSED OVER       : '
101900         WS-RECORDS-PASSED-OVER.
102000     DISPLAY 'DYNREFCK - ORPHANS           : ' WS-TOTAL-ORPHANS.
102100     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
102200 4000-EXIT.
102300     EXIT.
102400
102500******************************************************************
102600*  4100-SETTLE-ONE-RELATIONSHIP - A RELATIONSHIP IS CHECKED ONLY
102700*                                 IF BOTH ITS EXPORTS VERIFIED;
102800*                                 SET ITS STATUS AND RETURN CODE
102900*                                 AND WRITE ITS REPORT BLOCK
103000******************************************************************
103100 4100-SETTLE-ONE-RELATIONSHIP.
103200     MOVE SPACES TO WS-REL-STATUS (WS-REL-SUB).
103300     MOVE WS-REL-CHILD-SUB (WS-REL-SUB) TO WS-TBL-SUB.
103400     IF NOT WS-TBL-VERIFIED (WS-TBL-SUB)
103500         MOVE 'NOT CHECKED - CHILD EXPORT'
103600             TO WS-REL-STATUS (WS-REL-SUB)
103700         MOVE WS-TBL-REASON (WS-TBL-SUB)
103800             TO WS-REL-STATUS (WS-REL-SUB) (28:30)
103900         MOVE 12 TO WS-REL-RETURN-CODE (WS-REL-SUB)
104000         GO TO 4100-REPORT
104100     END-IF.
104200     MOVE WS-REL-PARENT-SUB (WS-REL-SUB) TO WS-TBL-SUB.
104300     IF NOT WS-TBL-VERIFIED (WS-TBL-SUB)
104400         MOVE 'NOT CHECKED - PARENT EXPORT'
104500             TO WS-REL-STATUS (WS-REL-SUB)
104600         MOVE WS-TBL-REASON (WS-TBL-SUB)
104700             TO WS-REL-STATUS (WS-REL-SUB) (29:30)
104800         MOVE 12 TO WS-REL-RETURN-CODE (WS-REL-SUB)
104900         GO TO 4100-REPORT
105000     END-IF.
105100     IF WS-REL-ORPHANS (WS-REL-SUB) > ZERO
105200         MOVE 'ORPHANS FOUND' TO WS-REL-STATUS (WS-REL-SUB)
105300         MOVE 8 TO WS-REL-RETURN-CODE (WS-REL-SUB)
105400     ELSE
105500         MOVE 'NO ORPHANS' TO WS-REL-STATUS (WS-REL-SUB)
105600         MOVE ZERO TO WS-REL-RETURN-CODE (WS-REL-SUB)
105700     END-IF.
105800 4100-REPORT.
105900     MOVE WS-REL-RETURN-CODE (WS-REL-SUB) TO WS-RAISE-RC.
106000     PERFORM 5900-RAISE-RETURN-CODE
106100         THRU 5900-EXIT.
106200     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
106300     MOVE WS-REL-ID (WS-REL-SUB) TO WS-RL1-REL-ID.
106400     MOVE WS-REL-CHILD-SUB (WS-REL-SUB) TO WS-TBL-SUB.
106500     MOVE WS-TBL-NAME (WS-TBL-SUB) TO WS-RL1-CHILD-TABLE.
106600     MOVE WS-REL-FK-FIELD-NAME (WS-REL-SUB)
106700         TO WS-RL1-FK-FIELD-NAME.
106800     WRITE REPORT-RECORD FROM WS-REL-LINE-1.
106900     MOVE WS-REL-PARENT-SUB (WS-REL-SUB) TO WS-TBL-SUB.
107000     MOVE WS-TBL-NAME (WS-TBL-SUB) TO WS-RL2-PARENT-TABLE.
107100     WRITE REPORT-RECORD FROM WS-REL-LINE-2.
107200     MOVE WS-REL-CHILD-ITEMS (WS-REL-SUB)  TO WS-RL3-CHILD-ITEMS.
107300     MOVE WS-REL-BLANK-FKS (WS-REL-SUB)    TO WS-RL3-BLANK-FKS.
107400     MOVE WS-REL-PARENT-ITEMS (WS-REL-SUB) TO WS-RL3-PARENT-ITEMS.
107500     MOVE WS-REL-ORPHANS (WS-REL-SUB)      TO WS-RL3-ORPHANS.
107600     WRITE REPORT-RECORD FROM WS-REL-LINE-3.
107700     MOVE WS-REL-STATUS (WS-REL-SUB) TO WS-RL4-STATUS.
107800     WRITE REPORT-RECORD FROM WS-REL-LINE-4.
107900 4100-EXIT.
108000     EXIT.
108100
108200******************************************************************
108300*  5310-FIND-LAYOUT-SET - FIND THE LOADED RECLAYT SECTION NAMED
108400*                         BY WS-WANTED-DSN (ZERO = NONE)
108500******************************************************************
108600 5310-FIND-LAYOUT-SET.
108700     MOVE ZERO TO WS-FOUND-SET.
108800     PERFORM 5320-CHECK-ONE-SET
108900         THRU 5320-EXIT
109000         VARYING WS-LSET-SCAN-SUB FROM 1 BY 1
109100         UNTIL WS-LSET-SCAN-SUB > WS-LSET-COUNT
109200         OR WS-FOUND-SET > ZERO.
109300 5310-EXIT.
109400     EXIT.
109500
109600******************************************************************
109700*  5320-CHECK-ONE-SET - IS THIS LOADED SECTION THE WANTED ONE
109800******************************************************************
109900 5320-CHECK-ONE-SET.
110000     IF WS-LSET-ID (WS-LSET-SCAN-SUB) = WS-WANTED-DSN
110100         MOVE WS-LSET-SCAN-SUB TO WS-FOUND-SET
110200     END-IF.
110300 5320-EXIT.
110400     EXIT.
110500
110600******************************************************************
110700*  5330-CHECK-ONE-FIELD - IS THIS LAYOUT FIELD THE RELATIONSHIP'S
110800*                         FOREIGN KEY
110900******************************************************************
111000 5330-CHECK-ONE-FIELD.
111100     IF WS-LAYT-FIELD-NAME (WS-FOUND-SET WS-LAYT-SUB)
111200         = REL-FK-FIELD-NAME
111300         MOVE WS-LAYT-SUB TO WS-FOUND-FIELD
111400     END-IF.
111500 5330-EXIT.
111600     EXIT.
111700
111800******************************************************************
111900*  5400-CHECK-ONE-TABLE - IS THIS TABLE-LIST ENTRY WS-WANTED-TABLE
112000******************************************************************
112100 5400-CHECK-ONE-TABLE.
112200     IF WS-TBL-NAME (WS-TBL-SUB) = WS-WANTED-TABLE
112300         MOVE WS-TBL-SUB TO WS-FOUND-TBL
112400     END-IF.
112500 5400-EXIT.
112600     EXIT.
112700
112800******************************************************************
112900*  5900-RAISE-RETURN-CODE - KEEP THE WORST RETURN CODE SEEN
113000******************************************************************
113100 5900-RAISE-RETURN-CODE.
113200     IF WS-RAISE-RC > WS-WORST-RETURN-CODE
113300         MOVE WS-RAISE-RC TO WS-WORST-RETURN-CODE
113400     END-IF.
113500 5900-EXIT.
113600     EXIT.
113700
113800******************************************************************
113900*  8000-WRITE-RUN-STATS - HAND EACH RELATIONSHIP'S COUNTS AND
114000*                         RETURN CODE TO DYNSTATW FOR THE DYNOPSRP
114100*                         DAILY OPERATIONS REPORT, ONE RUNSTATS
114200*                         RECORD PER RELATIONSHIP.  A REFUSED RUN
114300*                         WRITES ONE RECORD FOR THE RUN AS A WHOLE
114400******************************************************************
114500 8000-WRITE-RUN-STATS.
114600     IF WS-RUN-REFUSED
114700         MOVE '*RELCTL*' TO WS-STAT-TABLE-NAME
114800         MOVE ZERO TO WS-STAT-COUNTER-COUNT
114900         MOVE WS-WORST-RETURN-CODE TO WS-STAT-RETURN-CODE
115000         CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
115100                               WS-STAT-TABLE-NAME
115200                               WS-STAT-RETURN-CODE
115300                               WS-STAT-COUNTERS
115400                               WS-EXPECTED-RUN-ID
115500     ELSE
115600         PERFORM 8100-WRITE-ONE-REL-STATS
115700             THRU 8100-EXIT
115800             VARYING WS-REL-SUB FROM 1 BY 1
115900             UNTIL WS-REL-SUB > WS-REL-COUNT
116000     END-IF.
116100* EACH CALL LEAVES DYNSTATW'S OWN RETURN CODE BEHIND; THE JOB
116200* ENDS WITH THE WORST RELATIONSHIP'S
116300     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
116400 8000-EXIT.
116500     EXIT.
116600
116700******************************************************************
116800*  8100-WRITE-ONE-REL-STATS - ONE RELATIONSHIP'S RUNSTATS RECORD,
116900*                             UNDER ITS CHILD TABLE'S NAME
117000******************************************************************
117100 8100-WRITE-ONE-REL-STATS.
117200     MOVE WS-REL-CHILD-SUB (WS-REL-SUB) TO WS-TBL-SUB.
117300     MOVE WS-TBL-NAME (WS-TBL-SUB)         TO WS-STAT-TABLE-NAME.
117400     MOVE WS-REL-ID (WS-REL-SUB)           TO WS-STAT-REL-ID.
117500     MOVE WS-REL-ORPHANS (WS-REL-SUB)      TO WS-STAT-ORPHANS.
117600     MOVE WS-REL-CHILD-ITEMS (WS-REL-SUB)  TO WS-STAT-CHILD-ITEMS.
117700     MOVE WS-REL-BLANK-FKS (WS-REL-SUB)    TO WS-STAT-BLANK-FKS.
117800     MOVE WS-REL-PARENT-ITEMS (WS-REL-SUB)
117900         TO WS-STAT-PARENT-ITEMS.
118000     MOVE WS-REL-RETURN-CODE (WS-REL-SUB)  TO WS-STAT-RETURN-CODE.
118100     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
118200                           WS-STAT-TABLE-NAME
118300                           WS-STAT-RETURN-CODE
118400                           WS-STAT-COUNTERS
118500                           WS-EXPECTED-RUN-ID.
118600 8100-EXIT.
118700     EXIT.
