000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNBKFED.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - COMPARES LAST NIGHT'S VERIFIED
001100*                 DYNEXPRT EXPORT WITH TONIGHT'S AND WRITES A
001200*                 MASTER-UPDATE TRANSACTION FILE OF THE ADDS,
001300*                 CHANGES AND DELETES THE ONLINE APPLICATIONS MADE
001400*                 IN DYNAMODB DURING THE DAY, EACH WITH ITS BEFORE
001500*                 AND AFTER RECORD VALUES, SO THE MAINFRAME UPDATE
001600*                 RUN CAN APPLY THEM BEFORE THE NIGHTLY SYNC
001700*                 OVERWRITES THEM.
001720* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001740*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001760*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001761* 2026-10-15  JH  RETURN-CODE IS PUT BACK AFTER THE DYNSTATW CALL,
001762*                 SO THE JOB ENDS WITH ITS OWN RETURN CODE.
001763* 2026-10-15  JH  AN EXPORT WITH RECORDS AFTER ITS TRAILER (A
001764*                 MULTI-TABLE TABLCTL EXPORT) IS NOW REFUSED WITH
001765*                 RC 12 INSTEAD OF HAVING ITS LATER TABLES
001766*                 IGNORED.
001800******************************************************************
001900******************************************************************
002000*  DYNBKFED EXPECTS BOTH PREVEXP (LAST NIGHT'S EXPORT) AND
002100*  CURREXP (TONIGHT'S EXPORT), BOTH WRITTEN BY DYNEXPRT, SORTED
002200*  ASCENDING BY KEY-VALUE/SORT-KEY-VALUE WITH THEIR HEADER FIRST
002300*  AND TRAILER LAST, THE SAME AS DYNRECON EXPECTS.  IT WALKS THE
002400*  TWO EXPORTS TOGETHER, A BALANCED-LINE MATCH -
002500*
002600*      TONIGHT'S KEY LOWER    - ITEM WAS ADDED ONLINE TODAY
002700*                               (ADD TRANSACTION)
002800*      LAST NIGHT'S KEY LOWER - ITEM WAS REMOVED ONLINE TODAY
002900*                               (DELETE TRANSACTION)
003000*      KEYS EQUAL             - COMPARE THE RECORD VALUES; A
003100*                               CHANGED ITEM GETS A CHANGE
003200*                               TRANSACTION, AN UNCHANGED ONE
003300*                               GETS NOTHING
003400*
003500*  EVERY TRANSACTION ON MSTRUPD CARRIES THE BEFORE VALUE (LAST
003600*  NIGHT'S) AND THE AFTER VALUE (TONIGHT'S), SO THE UPDATE RUN
003700*  CAN CHECK THE MASTER STILL HOLDS THE BEFORE VALUE BEFORE IT
003800*  APPLIES THE AFTER VALUE.  MSTRUPD OPENS WITH A HEADER RECORD
003900*  CARRYING BOTH EXPORT RUN IDS AND CLOSES WITH A TRAILER OF
004000*  TRANSACTION COUNTS; THE TRAILER IS WRITTEN ONLY WHEN BOTH
004100*  EXPORTS PASSED THEIR CONTROL-TOTAL CHECKS, SO THE UPDATE RUN
004200*  MUST NOT APPLY A MSTRUPD FILE THAT HAS NO TRAILER.  THE
004300*  SUMMARY GOES TO BKFDRPT.
004400*
004500*  SYSIN PARAMETER RECORD (OPTIONAL) -
004600*      COLS 1-9    TRANSACTION THRESHOLD - MORE THAN THIS MANY
004700*                  TRANSACTIONS ENDS THE RUN WITH RETURN CODE 8
004800*                  SO AN UNEXPECTED VOLUME IS LOOKED AT BEFORE
004900*                  IT IS APPLIED (BLANK = NO THRESHOLD CHECK)
005000*
005001*  RETURN CODES - 12 AN EXPORT HAS NO HEADER OR NO TRAILER, HAS
005002*                     RECORDS AFTER ITS TRAILER (A MULTI-TABLE
005003*                     EXPORT), THE TWO EXPORTS ARE OF DIFFERENT
005004*                     TABLES, CARRY THE SAME RUN ID, OR TONIGHT'S
005005*                     IS NOT LATER THAN LAST NIGHT'S
005500*                 10 AN EXPORT'S DATA DISAGREES WITH ITS TRAILER
005600*                  8 TRANSACTIONS OVER THE THRESHOLD
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT PRIOR-EXPORT-FILE ASSIGN TO PREVEXP
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT CURRENT-EXPORT-FILE ASSIGN TO CURREXP
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT UPDATE-FILE ASSIGN TO MSTRUPD
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT REPORT-FILE ASSIGN TO BKFDRPT
007100         ORGANIZATION IS SEQUENTIAL.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PRIOR-EXPORT-FILE
007500     RECORDING MODE IS F.
007600 01  PRIOR-RECORD.
007700     05 PRIO-RECORD-ID           PIC X(01).
007800       88 PRIO-IS-HEADER         VALUE 'H'.
007900       88 PRIO-IS-DATA           VALUE 'D'.
008000       88 PRIO-IS-TRAILER        VALUE 'T'.
008100     05 PRIO-KEY-VALUE           PIC X(400).
008200     05 PRIO-SORT-KEY-VALUE      PIC X(400).
008300     05 PRIO-RECORD-LENGTH       PIC 9(05).
008400     05 PRIO-RECORD-VALUE        PIC X(2000).
008500 01  PRIOR-HEADER-RECORD.
008600     05 FILLER                   PIC X(01).
008700     05 PRIO-HDR-TABLE-NAME      PIC X(255).
008800     05 PRIO-HDR-RUN-DATE        PIC 9(08).
008900     05 PRIO-HDR-RUN-TIME        PIC 9(08).
009000     05 PRIO-HDR-RUN-ID          PIC X(16).
009100     05 FILLER                   PIC X(2518).
009200 01  PRIOR-TRAILER-RECORD.
009300     05 FILLER                   PIC X(01).
009400     05 PRIO-TRL-ITEM-COUNT      PIC 9(09).
009500     05 PRIO-TRL-KEY-HASH        PIC 9(13).
009600     05 FILLER                   PIC X(2783).
009700
009800 FD  CURRENT-EXPORT-FILE
009900     RECORDING MODE IS F.
010000 01  CURRENT-RECORD.
010100     05 CURR-RECORD-ID           PIC X(01).
010200       88 CURR-IS-HEADER         VALUE 'H'.
010300       88 CURR-IS-DATA           VALUE 'D'.
010400       88 CURR-IS-TRAILER        VALUE 'T'.
010500     05 CURR-KEY-VALUE           PIC X(400).
010600     05 CURR-SORT-KEY-VALUE      PIC X(400).
010700     05 CURR-RECORD-LENGTH       PIC 9(05).
010800     05 CURR-RECORD-VALUE        PIC X(2000).
010900 01  CURRENT-HEADER-RECORD.
011000     05 FILLER                   PIC X(01).
011100     05 CURR-HDR-TABLE-NAME      PIC X(255).
011200     05 CURR-HDR-RUN-DATE        PIC 9(08).
011300     05 CURR-HDR-RUN-TIME        PIC 9(08).
011400     05 CURR-HDR-RUN-ID          PIC X(16).
011500     05 FILLER                   PIC X(2518).
011600 01  CURRENT-TRAILER-RECORD.
011700     05 FILLER                   PIC X(01).
011800     05 CURR-TRL-ITEM-COUNT      PIC 9(09).
011900     05 CURR-TRL-KEY-HASH        PIC 9(13).
012000     05 FILLER                   PIC X(2783).
012100
012200 FD  UPDATE-FILE
012300     RECORDING MODE IS F.
012400 01  UPDATE-RECORD.
012500     05 UPD-TRANS-TYPE           PIC X(01).
012600       88 UPD-IS-HEADER          VALUE 'H'.
012700       88 UPD-IS-ADD             VALUE 'A'.
012800       88 UPD-IS-CHANGE          VALUE 'C'.
012900       88 UPD-IS-DELETE          VALUE 'D'.
013000       88 UPD-IS-TRAILER         VALUE 'T'.
013100     05 UPD-TABLE-NAME           PIC X(255).
013200     05 UPD-KEY-VALUE            PIC X(400).
013300     05 UPD-SORT-KEY-VALUE       PIC X(400).
013400     05 UPD-BEFORE-LENGTH        PIC 9(05).
013500     05 UPD-BEFORE-VALUE         PIC X(2000).
013600     05 UPD-AFTER-LENGTH         PIC 9(05).
013700     05 UPD-AFTER-VALUE          PIC X(2000).
013800 01  UPDATE-HEADER-RECORD.
013900     05 FILLER                   PIC X(01).
014000     05 UPD-HDR-TABLE-NAME       PIC X(255).
014100     05 UPD-HDR-PRIOR-RUN-ID     PIC X(16).
014200     05 UPD-HDR-PRIOR-RUN-DATE   PIC 9(08).
014300     05 UPD-HDR-PRIOR-RUN-TIME   PIC 9(08).
014400     05 UPD-HDR-CURR-RUN-ID      PIC X(16).
014500     05 UPD-HDR-CURR-RUN-DATE    PIC 9(08).
014600     05 UPD-HDR-CURR-RUN-TIME    PIC 9(08).
014700     05 UPD-HDR-BKFD-RUN-DATE    PIC 9(08).
014800     05 FILLER                   PIC X(4738).
014900 01  UPDATE-TRAILER-RECORD.
015000     05 FILLER                   PIC X(01).
015100     05 UPD-TRL-ADD-COUNT        PIC 9(09).
015200     05 UPD-TRL-CHANGE-COUNT     PIC 9(09).
015300     05 UPD-TRL-DELETE-COUNT     PIC 9(09).
015400     05 UPD-TRL-TRANS-COUNT      PIC 9(09).
015500     05 FILLER                   PIC X(5029).
015600
015700 FD  REPORT-FILE
015800     RECORDING MODE IS F.
015900 01  REPORT-RECORD               PIC X(132).
016000
016100 WORKING-STORAGE SECTION.
016200 77  WS-PRIOR-EOF-SWITCH         PIC X(01)   VALUE 'N'.
016300     88 WS-PRIOR-AT-EOF                      VALUE 'Y'.
016400 77  WS-CURR-EOF-SWITCH          PIC X(01)   VALUE 'N'.
016500     88 WS-CURR-AT-EOF                       VALUE 'Y'.
016600 77  WS-PRIOR-TRL-SEEN-SWITCH    PIC X(01)   VALUE 'N'.
016700     88 WS-PRIOR-TRAILER-SEEN                VALUE 'Y'.
016800 77  WS-CURR-TRL-SEEN-SWITCH     PIC X(01)   VALUE 'N'.
016900     88 WS-CURR-TRAILER-SEEN                 VALUE 'Y'.
017000 77  WS-EXPORT-INVALID-SWITCH    PIC X(01)   VALUE 'N'.
017100     88 WS-EXPORT-INVALID                    VALUE 'Y'.
017200 77  WS-THRESHOLD-GIVEN-SWITCH   PIC X(01)   VALUE 'N'.
017300     88 WS-THRESHOLD-GIVEN                   VALUE 'Y'.
017400 77  WS-TRANS-THRESHOLD          PIC 9(09) COMP VALUE ZERO.
017500 77  WS-PRIOR-DATA-COUNT         PIC 9(09) COMP VALUE ZERO.
017600 77  WS-CURR-DATA-COUNT          PIC 9(09) COMP VALUE ZERO.
017700 77  WS-PRIOR-KEY-HASH           PIC 9(13)   VALUE ZERO.
017800 77  WS-CURR-KEY-HASH            PIC 9(13)   VALUE ZERO.
017900 77  WS-PRIOR-TRL-ITEM-COUNT     PIC 9(09)   VALUE ZERO.
018000 77  WS-PRIOR-TRL-KEY-HASH       PIC 9(13)   VALUE ZERO.
018100 77  WS-CURR-TRL-ITEM-COUNT      PIC 9(09)   VALUE ZERO.
018200 77  WS-CURR-TRL-KEY-HASH        PIC 9(13)   VALUE ZERO.
018300 77  WS-ADDS-WRITTEN             PIC 9(09) COMP VALUE ZERO.
018400 77  WS-CHANGES-WRITTEN          PIC 9(09) COMP VALUE ZERO.
018500 77  WS-DELETES-WRITTEN          PIC 9(09) COMP VALUE ZERO.
018600 77  WS-UNCHANGED-COUNT          PIC 9(09) COMP VALUE ZERO.
018700 77  WS-TRANS-WRITTEN            PIC 9(09) COMP VALUE ZERO.
018800 77  WS-BKFD-RUN-DATE            PIC 9(08)   VALUE ZERO.
018900 77  WS-PRIOR-RUN-ID             PIC X(16)   VALUE SPACES.
019000 77  WS-CURR-RUN-ID              PIC X(16)   VALUE SPACES.
019100 77  WS-PRIOR-TABLE-NAME         PIC X(255)  VALUE SPACES.
019200 77  WS-BKFD-TABLE-NAME          PIC X(255)  VALUE SPACES.
019300 77  WS-PRIOR-STATUS             PIC X(20)   VALUE 'NOT VERIFIED'.
019400 77  WS-CURR-STATUS              PIC X(20)   VALUE 'NOT VERIFIED'.
019500 77  WS-RESULT-TEXT              PIC X(60)   VALUE SPACES.
019600
019700 01  WS-PARM-LINE.
019800     05 WS-PARM-THRESHOLD        PIC X(09).
019900     05 WS-PARM-THRESHOLD-N REDEFINES
020000        WS-PARM-THRESHOLD        PIC 9(09).
020100     05 FILLER                   PIC X(71).
020200
020300 01  WS-PRIOR-RUN-STAMP.
020400     05 WS-PRIOR-RUN-DATE        PIC 9(08)   VALUE ZERO.
020500     05 WS-PRIOR-RUN-TIME        PIC 9(08)   VALUE ZERO.
020600 01  WS-CURR-RUN-STAMP.
020700     05 WS-CURR-RUN-DATE         PIC 9(08)   VALUE ZERO.
020800     05 WS-CURR-RUN-TIME         PIC 9(08)   VALUE ZERO.
020900
021000 01  WS-PRIOR-COMPARE-KEY.
021100     05 WS-PRIO-CMP-KEY          PIC X(400).
021200     05 WS-PRIO-CMP-SORT-KEY     PIC X(400).
021300 01  WS-CURR-COMPARE-KEY.
021400     05 WS-CURR-CMP-KEY          PIC X(400).
021500     05 WS-CURR-CMP-SORT-KEY     PIC X(400).
021600
021700 77  WS-STAT-JOB-NAME            PIC X(08)   VALUE 'DYNBKFED'.
021800 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
021900 01  WS-STAT-COUNTERS.
022000     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 5.
022100     05 FILLER                   PIC X(16)   VALUE
022200        'ADDS WRITTEN'.
022300     05 WS-STAT-ADDS-WRITTEN     PIC 9(09)   VALUE ZERO.
022400     05 FILLER                   PIC X(16)   VALUE
022500        'CHANGES WRITTEN'.
022600     05 WS-STAT-CHANGES-WRITTEN  PIC 9(09)   VALUE ZERO.
022700     05 FILLER                   PIC X(16)   VALUE
022800        'DELETES WRITTEN'.
022900     05 WS-STAT-DELETES-WRITTEN  PIC 9(09)   VALUE ZERO.
023000     05 FILLER                   PIC X(16)   VALUE
023100        'UNCHANGED'.
023200     05 WS-STAT-UNCHANGED        PIC 9(09)   VALUE ZERO.
023300     05 FILLER                   PIC X(16)   VALUE
023400        'TRANS WRITTEN'.
023500     05 WS-STAT-TRANS-WRITTEN    PIC 9(09)   VALUE ZERO.
023600     05 FILLER                   PIC X(16)   VALUE SPACES.
023700     05 FILLER                   PIC 9(09)   VALUE ZERO.
023800     05 FILLER                   PIC X(16)   VALUE SPACES.
023900     05 FILLER                   PIC 9(09)   VALUE ZERO.
024000     05 FILLER                   PIC X(16)   VALUE SPACES.
024100     05 FILLER                   PIC 9(09)   VALUE ZERO.
024200
024300 01  WS-HEADING-1.
024400     05 FILLER PIC X(48) VALUE
024500        'DYNBKFED - ONLINE CHANGE BACK-FEED SUMMARY FOR  '.
024600     05 WS-HDG-RUN-DATE          PIC 9(08).
024700     05 FILLER                   PIC X(76) VALUE SPACES.
024800 01  WS-TABLE-LINE.
024900     05 FILLER PIC X(20) VALUE 'TABLE               '.
025000     05 WS-TLN-TABLE-NAME        PIC X(100).
025100     05 FILLER                   PIC X(12) VALUE SPACES.
025200 01  WS-EXPORT-LINE.
025300     05 WS-ELN-TAG               PIC X(20).
025400     05 FILLER                   PIC X(07) VALUE 'RUN ID '.
025500     05 WS-ELN-RUN-ID            PIC X(16).
025600     05 FILLER                   PIC X(06) VALUE '  RUN '.
025700     05 WS-ELN-RUN-DATE          PIC 9(08).
025800     05 FILLER                   PIC X(04) VALUE ' AT '.
025900     05 WS-ELN-RUN-TIME          PIC 9(08).
026000     05 FILLER                   PIC X(08) VALUE '  ITEMS '.
026100     05 WS-ELN-ITEMS             PIC ZZZ,ZZZ,ZZ9.
026200     05 FILLER                   PIC X(02) VALUE SPACES.
026300     05 WS-ELN-STATUS            PIC X(20).
026400     05 FILLER                   PIC X(22) VALUE SPACES.
026500 01  WS-COUNTER-LINE.
026600     05 FILLER                   PIC X(04) VALUE SPACES.
026700     05 WS-CLN-LABEL             PIC X(24).
026800     05 WS-CLN-VALUE             PIC ZZZ,ZZZ,ZZ9.
026900     05 FILLER                   PIC X(93) VALUE SPACES.
027000 01  WS-RESULT-LINE.
027100     05 FILLER PIC X(20) VALUE 'RESULT              '.
027200     05 WS-RLN-RESULT-TEXT       PIC X(60).
027300     05 FILLER PIC X(05) VALUE ' RC  '.
027400     05 WS-RLN-RC                PIC 9(02).
027500     05 FILLER                   PIC X(45) VALUE SPACES.
027600 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
027700
027800 PROCEDURE DIVISION.
027900******************************************************************
028000*  0000-MAINLINE
028100******************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE
028400         THRU 1000-EXIT.
028500     PERFORM 2000-MATCH-FILES
028600         THRU 2000-EXIT
028700         UNTIL WS-PRIOR-AT-EOF AND WS-CURR-AT-EOF.
028800     PERFORM 4000-TERMINATE
028900         THRU 4000-EXIT.
029000     PERFORM 8000-WRITE-RUN-STATS
029100         THRU 8000-EXIT.
029200     GOBACK.
029300
029400******************************************************************
029500*  1000-INITIALIZE - OPEN FILES, PICK UP THE SYSIN PARAMETER,
029600*                    VERIFY BOTH EXPORT HEADERS BELONG TOGETHER,
029700*                    AND PRIME BOTH READS
029800******************************************************************
029900 1000-INITIALIZE.
030000     OPEN INPUT  PRIOR-EXPORT-FILE
030100          INPUT  CURRENT-EXPORT-FILE
030200          OUTPUT UPDATE-FILE
030300          OUTPUT REPORT-FILE.
030400     MOVE SPACES TO WS-PARM-LINE.
030500     ACCEPT WS-PARM-LINE FROM SYSIN.
030600     IF WS-PARM-THRESHOLD-N NUMERIC
030700         MOVE WS-PARM-THRESHOLD-N TO WS-TRANS-THRESHOLD
030800         SET WS-THRESHOLD-GIVEN TO TRUE
030900     END-IF.
031000     ACCEPT WS-BKFD-RUN-DATE FROM DATE YYYYMMDD.
031100     PERFORM 1100-VERIFY-PRIOR-HEADER
031200         THRU 1100-EXIT.
031300     IF WS-EXPORT-INVALID
031400         GO TO 1000-EXIT
031500     END-IF.
031600     PERFORM 1150-VERIFY-CURRENT-HEADER
031700         THRU 1150-EXIT.
031800     IF WS-EXPORT-INVALID
031900         GO TO 1000-EXIT
032000     END-IF.
032100     PERFORM 1170-VERIFY-EXPORT-PAIR
032200         THRU 1170-EXIT.
032300     IF WS-EXPORT-INVALID
032400         GO TO 1000-EXIT
032500     END-IF.
032600     PERFORM 1300-WRITE-UPDATE-HEADER
032700         THRU 1300-EXIT.
032800     PERFORM 2910-READ-PRIOR-FILE
032900         THRU 2910-EXIT.
033000     PERFORM 2920-READ-CURRENT-FILE
033100         THRU 2920-EXIT.
033200 1000-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600*  1100-VERIFY-PRIOR-HEADER - THE FIRST RECORD OF LAST NIGHT'S
033700*                             EXPORT MUST BE THE DYNEXPRT HEADER;
033800*                             AN EXPORT WITHOUT ONE IS REFUSED
033900******************************************************************
034000 1100-VERIFY-PRIOR-HEADER.
034100     READ PRIOR-EXPORT-FILE
034200         AT END
034300             DISPLAY 'DYNBKFED - PREVEXP EXPORT IS EMPTY - RUN '
034400                 'REFUSED'
034500             PERFORM 1190-REFUSE-RUN
034600                 THRU 1190-EXIT
034700             GO TO 1100-EXIT
034800     END-READ.
034900     IF NOT PRIO-IS-HEADER
035000         DISPLAY 'DYNBKFED - PREVEXP EXPORT HAS NO HEADER RECORD '
035100             '- RUN REFUSED'
035200         PERFORM 1190-REFUSE-RUN
035300             THRU 1190-EXIT
035400         GO TO 1100-EXIT
035500     END-IF.
035600     MOVE PRIO-HDR-RUN-ID     TO WS-PRIOR-RUN-ID.
035700     MOVE PRIO-HDR-RUN-DATE   TO WS-PRIOR-RUN-DATE.
035800     MOVE PRIO-HDR-RUN-TIME   TO WS-PRIOR-RUN-TIME.
035900     MOVE PRIO-HDR-TABLE-NAME TO WS-PRIOR-TABLE-NAME.
036000     DISPLAY 'DYNBKFED - LAST NIGHT EXPORT RUN ' WS-PRIOR-RUN-DATE
036100         ' AT ' WS-PRIOR-RUN-TIME.
036200     DISPLAY 'DYNBKFED - LAST NIGHT EXPORT RUN ID '
036300         WS-PRIOR-RUN-ID.
036400 1100-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*  1150-VERIFY-CURRENT-HEADER - THE FIRST RECORD OF TONIGHT'S
036900*                               EXPORT MUST BE THE DYNEXPRT
037000*                               HEADER; AN EXPORT WITHOUT ONE IS
037100*                               REFUSED
037200******************************************************************
037300 1150-VERIFY-CURRENT-HEADER.
037400     READ CURRENT-EXPORT-FILE
037500         AT END
037600             DISPLAY 'DYNBKFED - CURREXP EXPORT IS EMPTY - RUN '
037700                 'REFUSED'
037800             PERFORM 1190-REFUSE-RUN
037900                 THRU 1190-EXIT
038000             GO TO 1150-EXIT
038100     END-READ.
038200     IF NOT CURR-IS-HEADER
038300         DISPLAY 'DYNBKFED - CURREXP EXPORT HAS NO HEADER RECORD '
038400             '- RUN REFUSED'
038500         PERFORM 1190-REFUSE-RUN
038600             THRU 1190-EXIT
038700         GO TO 1150-EXIT
038800     END-IF.
038900     MOVE CURR-HDR-RUN-ID     TO WS-CURR-RUN-ID.
039000     MOVE CURR-HDR-RUN-DATE   TO WS-CURR-RUN-DATE.
039100     MOVE CURR-HDR-RUN-TIME   TO WS-CURR-RUN-TIME.
039200     MOVE CURR-HDR-TABLE-NAME TO WS-BKFD-TABLE-NAME.
039300     DISPLAY 'DYNBKFED - EXPORT OF TABLE '
039400         WS-BKFD-TABLE-NAME (1:40).
039500     DISPLAY 'DYNBKFED - TONIGHT EXPORT RUN ' WS-CURR-RUN-DATE
039600         ' AT ' WS-CURR-RUN-TIME.
039700     DISPLAY 'DYNBKFED - TONIGHT EXPORT RUN ID ' WS-CURR-RUN-ID.
039800 1150-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*  1170-VERIFY-EXPORT-PAIR - THE TWO EXPORTS MUST BE OF THE SAME
040300*                            TABLE, FROM DIFFERENT RUNS, AND IN
040400*                            THE RIGHT ORDER - SWAPPED DD CARDS
040500*                            WOULD TURN EVERY ONLINE ADD INTO A
040600*                            DELETE
040700******************************************************************
040800 1170-VERIFY-EXPORT-PAIR.
040900     IF WS-PRIOR-TABLE-NAME NOT = WS-BKFD-TABLE-NAME
041000         DISPLAY 'DYNBKFED - PREVEXP TABLE '
041100             WS-PRIOR-TABLE-NAME (1:40) ' IS NOT '
041200             WS-BKFD-TABLE-NAME (1:40)
041300         PERFORM 1190-REFUSE-RUN
041400             THRU 1190-EXIT
041500         GO TO 1170-EXIT
041600     END-IF.
041700     IF WS-PRIOR-RUN-ID = WS-CURR-RUN-ID
041800         DISPLAY 'DYNBKFED - BOTH EXPORTS CARRY RUN ID '
041900             WS-CURR-RUN-ID ' - RUN REFUSED'
042000         PERFORM 1190-REFUSE-RUN
042100             THRU 1190-EXIT
042200         GO TO 1170-EXIT
042300     END-IF.
042400     IF WS-CURR-RUN-STAMP NOT > WS-PRIOR-RUN-STAMP
042500         DISPLAY 'DYNBKFED - CURREXP IS NOT LATER THAN PREVEXP '
042600             '- RUN REFUSED'
042700         PERFORM 1190-REFUSE-RUN
042800             THRU 1190-EXIT
042900     END-IF.
043000 1170-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400*  1190-REFUSE-RUN - STOP THE MATCH BEFORE (OR WHERE) IT STANDS
043500*                    WHEN AN EXPORT CANNOT BE TRUSTED
043600******************************************************************
043700 1190-REFUSE-RUN.
043800     SET WS-EXPORT-INVALID TO TRUE.
043900     SET WS-PRIOR-AT-EOF   TO TRUE.
044000     SET WS-CURR-AT-EOF    TO TRUE.
044100 1190-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*  1300-WRITE-UPDATE-HEADER - STAMP MSTRUPD WITH THE TABLE AND
044600*                             BOTH EXPORT RUN IDS SO THE UPDATE
044700*                             RUN CAN PROVE WHICH PAIR OF EXPORTS
044800*                             IT IS APPLYING
044900******************************************************************
045000 1300-WRITE-UPDATE-HEADER.
045100     MOVE SPACES TO UPDATE-HEADER-RECORD.
045200     MOVE 'H'                TO UPD-TRANS-TYPE.
045300     MOVE WS-BKFD-TABLE-NAME TO UPD-HDR-TABLE-NAME.
045400     MOVE WS-PRIOR-RUN-ID    TO UPD-HDR-PRIOR-RUN-ID.
045500     MOVE WS-PRIOR-RUN-DATE  TO UPD-HDR-PRIOR-RUN-DATE.
045600     MOVE WS-PRIOR-RUN-TIME  TO UPD-HDR-PRIOR-RUN-TIME.
045700     MOVE WS-CURR-RUN-ID     TO UPD-HDR-CURR-RUN-ID.
045800     MOVE WS-CURR-RUN-DATE   TO UPD-HDR-CURR-RUN-DATE.
045900     MOVE WS-CURR-RUN-TIME   TO UPD-HDR-CURR-RUN-TIME.
046000     MOVE WS-BKFD-RUN-DATE   TO UPD-HDR-BKFD-RUN-DATE.
046100     WRITE UPDATE-RECORD.
046200 1300-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600*  2000-MATCH-FILES - COMPARE LAST NIGHT'S AND TONIGHT'S KEYS AND
046700*                     ADVANCE THE LAGGING FILE(S)
046800******************************************************************
046900 2000-MATCH-FILES.
047000     IF WS-CURR-AT-EOF
047100         PERFORM 2200-ITEM-DELETED
047200             THRU 2200-EXIT
047300     ELSE
047400         IF WS-PRIOR-AT-EOF
047500             PERFORM 2100-ITEM-ADDED
047600                 THRU 2100-EXIT
047700         ELSE
047800             IF WS-CURR-COMPARE-KEY < WS-PRIOR-COMPARE-KEY
047900                 PERFORM 2100-ITEM-ADDED
048000                     THRU 2100-EXIT
048100             ELSE
048200                 IF WS-CURR-COMPARE-KEY > WS-PRIOR-COMPARE-KEY
048300                     PERFORM 2200-ITEM-DELETED
048400                         THRU 2200-EXIT
048500                 ELSE
048600                     PERFORM 2300-COMPARE-VALUES
048700                         THRU 2300-EXIT
048800                 END-IF
048900             END-IF
049000         END-IF
049100     END-IF.
049200 2000-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*  2100-ITEM-ADDED - TONIGHT'S KEY WAS NOT IN LAST NIGHT'S
049700*                    EXPORT; WRITE AN ADD AND ADVANCE TONIGHT'S
049800*                    FILE
049900******************************************************************
050000 2100-ITEM-ADDED.
050100     PERFORM 3000-WRITE-ADD-TRANS
050200         THRU 3000-EXIT.
050300     ADD 1 TO WS-ADDS-WRITTEN.
050400     PERFORM 2920-READ-CURRENT-FILE
050500         THRU 2920-EXIT.
050600 2100-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000*  2200-ITEM-DELETED - LAST NIGHT'S KEY IS GONE FROM TONIGHT'S
051100*                      EXPORT; WRITE A DELETE AND ADVANCE LAST
051200*                      NIGHT'S FILE
051300******************************************************************
051400 2200-ITEM-DELETED.
051500     PERFORM 3100-WRITE-DELETE-TRANS
051600         THRU 3100-EXIT.
051700     ADD 1 TO WS-DELETES-WRITTEN.
051800     PERFORM 2910-READ-PRIOR-FILE
051900         THRU 2910-EXIT.
052000 2200-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400*  2300-COMPARE-VALUES - KEYS MATCH; A CHANGED RECORD VALUE OR
052500*                        LENGTH WRITES A CHANGE, AN UNCHANGED
052600*                        ITEM WRITES NOTHING; ADVANCE BOTH FILES
052700******************************************************************
052800 2300-COMPARE-VALUES.
052900     IF CURR-RECORD-VALUE NOT = PRIO-RECORD-VALUE
053000         OR CURR-RECORD-LENGTH NOT = PRIO-RECORD-LENGTH
053100         PERFORM 3200-WRITE-CHANGE-TRANS
053200             THRU 3200-EXIT
053300         ADD 1 TO WS-CHANGES-WRITTEN
053400     ELSE
053500         ADD 1 TO WS-UNCHANGED-COUNT
053600     END-IF.
053700     PERFORM 2910-READ-PRIOR-FILE
053800         THRU 2910-EXIT.
053900     PERFORM 2920-READ-CURRENT-FILE
054000         THRU 2920-EXIT.
054100 2300-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*  2910-READ-PRIOR-FILE - READ THE NEXT RECORD OF LAST NIGHT'S
054600*                         EXPORT, BUILD ITS COMPARE KEY, OR HIT
054700*                         THE TRAILER THAT ENDS IT
054800******************************************************************
054900 2910-READ-PRIOR-FILE.
055000     IF WS-PRIOR-AT-EOF
055100         GO TO 2910-EXIT
055200     END-IF.
055300     READ PRIOR-EXPORT-FILE
055400         AT END
055500             IF NOT WS-PRIOR-TRAILER-SEEN
055600                 DISPLAY 'DYNBKFED - PREVEXP EXPORT HAS NO '
055700                     'TRAILER RECORD'
055800                 SET WS-EXPORT-INVALID TO TRUE
055900             END-IF
056000             SET WS-PRIOR-AT-EOF TO TRUE
056100             MOVE HIGH-VALUES TO WS-PRIOR-COMPARE-KEY
056200             GO TO 2910-EXIT
056300     END-READ.
056400     IF PRIO-IS-TRAILER
056500         MOVE PRIO-TRL-ITEM-COUNT TO WS-PRIOR-TRL-ITEM-COUNT
056600         MOVE PRIO-TRL-KEY-HASH   TO WS-PRIOR-TRL-KEY-HASH
056601         SET WS-PRIOR-TRAILER-SEEN TO TRUE
056602         SET WS-PRIOR-AT-EOF TO TRUE
056603         MOVE HIGH-VALUES TO WS-PRIOR-COMPARE-KEY
056702* THE TRAILER MUST END THE FILE - A FURTHER TABLE'S SECTION AFTER
056703* IT (A TABLCTL EXPORT) WOULD OTHERWISE GO UNCOMPARED
056704         READ PRIOR-EXPORT-FILE
056705             AT END
056706                 GO TO 2910-EXIT
056707         END-READ
056708         DISPLAY 'DYNBKFED - PREVEXP HAS RECORDS AFTER ITS '
056709             'TRAILER - ONE TABLE PER EXPORT'
056710         PERFORM 1190-REFUSE-RUN
056711             THRU 1190-EXIT
056712         GO TO 2910-EXIT
057100     END-IF.
057200     IF NOT PRIO-IS-DATA
057300         DISPLAY 'DYNBKFED - UNEXPECTED PREVEXP RECORD ID '
057400             PRIO-RECORD-ID
057500         PERFORM 1190-REFUSE-RUN
057600             THRU 1190-EXIT
057700         GO TO 2910-EXIT
057800     END-IF.
057900     ADD 1 TO WS-PRIOR-DATA-COUNT.
058000     CALL 'DYNKHASH' USING PRIO-KEY-VALUE
058100                           PRIO-SORT-KEY-VALUE
058200                           WS-PRIOR-KEY-HASH.
058300     MOVE PRIO-KEY-VALUE      TO WS-PRIO-CMP-KEY.
058400     MOVE PRIO-SORT-KEY-VALUE TO WS-PRIO-CMP-SORT-KEY.
058500 2910-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900*  2920-READ-CURRENT-FILE - READ THE NEXT RECORD OF TONIGHT'S
059000*                           EXPORT, BUILD ITS COMPARE KEY, OR HIT
059100*                           THE TRAILER THAT ENDS IT
059200******************************************************************
059300 2920-READ-CURRENT-FILE.
059400     IF WS-CURR-AT-EOF
059500         GO TO 2920-EXIT
059600     END-IF.
059700     READ CURRENT-EXPORT-FILE
059800         AT END
059900             IF NOT WS-CURR-TRAILER-SEEN
060000                 DISPLAY 'DYNBKFED - CURREXP EXPORT HAS NO '
060100                     'TRAILER RECORD'
060200                 SET WS-EXPORT-INVALID TO TRUE
060300             END-IF
060400             SET WS-CURR-AT-EOF TO TRUE
060500             MOVE HIGH-VALUES TO WS-CURR-COMPARE-KEY
060600             GO TO 2920-EXIT
060700     END-READ.
060800     IF CURR-IS-TRAILER
060900         MOVE CURR-TRL-ITEM-COUNT TO WS-CURR-TRL-ITEM-COUNT
061000         MOVE CURR-TRL-KEY-HASH   TO WS-CURR-TRL-KEY-HASH
061100         SET WS-CURR-TRAILER-SEEN TO TRUE
061200         SET WS-CURR-AT-EOF TO TRUE
061201         MOVE HIGH-VALUES TO WS-CURR-COMPARE-KEY
061202* THE TRAILER MUST END THE FILE - A FURTHER TABLE'S SECTION AFTER
061203* IT (A TABLCTL EXPORT) WOULD OTHERWISE GO UNCOMPARED
061204         READ CURRENT-EXPORT-FILE
061205             AT END
061206                 GO TO 2920-EXIT
061207         END-READ
061208         DISPLAY 'DYNBKFED - CURREXP HAS RECORDS AFTER ITS '
061209             'TRAILER - ONE TABLE PER EXPORT'
061210         PERFORM 1190-REFUSE-RUN
061211             THRU 1190-EXIT
061212         GO TO 2920-EXIT
061500     END-IF.
061600     IF NOT CURR-IS-DATA
061700         DISPLAY 'DYNBKFED - UNEXPECTED CURREXP RECORD ID '
061800             CURR-RECORD-ID
061900         PERFORM 1190-REFUSE-RUN
062000             THRU 1190-EXIT
062100         GO TO 2920-EXIT
062200     END-IF.
062300     ADD 1 TO WS-CURR-DATA-COUNT.
062400     CALL 'DYNKHASH' USING CURR-KEY-VALUE
062500                           CURR-SORT-KEY-VALUE
062600                           WS-CURR-KEY-HASH.
062700     MOVE CURR-KEY-VALUE      TO WS-CURR-CMP-KEY.
062800     MOVE CURR-SORT-KEY-VALUE TO WS-CURR-CMP-SORT-KEY.
062900 2920-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*  3000-WRITE-ADD-TRANS - AN ITEM ADDED ONLINE; NO BEFORE VALUE,
063400*                         TONIGHT'S VALUE IS THE AFTER VALUE
063500******************************************************************
063600 3000-WRITE-ADD-TRANS.
063700     MOVE SPACES TO UPDATE-RECORD.
063800     MOVE 'A'                 TO UPD-TRANS-TYPE.
063900     MOVE WS-BKFD-TABLE-NAME  TO UPD-TABLE-NAME.
064000     MOVE CURR-KEY-VALUE      TO UPD-KEY-VALUE.
064100     MOVE CURR-SORT-KEY-VALUE TO UPD-SORT-KEY-VALUE.
064200     MOVE ZERO                TO UPD-BEFORE-LENGTH.
064300     MOVE CURR-RECORD-LENGTH  TO UPD-AFTER-LENGTH.
064400     MOVE CURR-RECORD-VALUE   TO UPD-AFTER-VALUE.
064500     WRITE UPDATE-RECORD.
064600     ADD 1 TO WS-TRANS-WRITTEN.
064700 3000-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*  3100-WRITE-DELETE-TRANS - AN ITEM REMOVED ONLINE; LAST NIGHT'S
065200*                            VALUE IS THE BEFORE VALUE, THERE IS
065300*                            NO AFTER VALUE
065400******************************************************************
065500 3100-WRITE-DELETE-TRANS.
065600     MOVE SPACES TO UPDATE-RECORD.
065700     MOVE 'D'                 TO UPD-TRANS-TYPE.
065800     MOVE WS-BKFD-TABLE-NAME  TO UPD-TABLE-NAME.
065900     MOVE PRIO-KEY-VALUE      TO UPD-KEY-VALUE.
066000     MOVE PRIO-SORT-KEY-VALUE TO UPD-SORT-KEY-VALUE.
066100     MOVE PRIO-RECORD-LENGTH  TO UPD-BEFORE-LENGTH.
066200     MOVE PRIO-RECORD-VALUE   TO UPD-BEFORE-VALUE.
066300     MOVE ZERO                TO UPD-AFTER-LENGTH.
066400     WRITE UPDATE-RECORD.
066500     ADD 1 TO WS-TRANS-WRITTEN.
066600 3100-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*  3200-WRITE-CHANGE-TRANS - AN ITEM CHANGED ONLINE; LAST NIGHT'S
067100*                            VALUE BEFORE, TONIGHT'S AFTER
067200******************************************************************
067300 3200-WRITE-CHANGE-TRANS.
067400     MOVE SPACES TO UPDATE-RECORD.
067500     MOVE 'C'                 TO UPD-TRANS-TYPE.
067600     MOVE WS-BKFD-TABLE-NAME  TO UPD-TABLE-NAME.
067700     MOVE CURR-KEY-VALUE      TO UPD-KEY-VALUE.
067800     MOVE CURR-SORT-KEY-VALUE TO UPD-SORT-KEY-VALUE.
067900     MOVE PRIO-RECORD-LENGTH  TO UPD-BEFORE-LENGTH.
068000     MOVE PRIO-RECORD-VALUE   TO UPD-BEFORE-VALUE.
068100     MOVE CURR-RECORD-LENGTH  TO UPD-AFTER-LENGTH.
068200     MOVE CURR-RECORD-VALUE   TO UPD-AFTER-VALUE.
068300     WRITE UPDATE-RECORD.
068400     ADD 1 TO WS-TRANS-WRITTEN.
068500 3200-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*  4000-TERMINATE - SET THE RETURN CODE FROM BOTH EXPORTS'
069000*                   CONTROL TOTALS, CLOSE MSTRUPD WITH ITS
069100*                   TRAILER ONLY WHEN IT CAN BE APPLIED, PRINT THE
069200*                   SUMMARY, CLOSE FILES, DISPLAY RUN TOTALS
069300******************************************************************
069400 4000-TERMINATE.
069500     PERFORM 4100-VERIFY-CONTROL-TOTALS
069600         THRU 4100-EXIT.
069700     IF RETURN-CODE < 10
069800         PERFORM 4200-WRITE-UPDATE-TRAILER
069900             THRU 4200-EXIT
070000     END-IF.
070100     PERFORM 4300-WRITE-SUMMARY-REPORT
070200         THRU 4300-EXIT.
070300     CLOSE PRIOR-EXPORT-FILE
070400           CURRENT-EXPORT-FILE
070500           UPDATE-FILE
070600           REPORT-FILE.
070700     DISPLAY 'DYNBKFED - LAST NIGHT ITEMS READ : '
070800         WS-PRIOR-DATA-COUNT.
070900     DISPLAY 'DYNBKFED - TONIGHT ITEMS READ    : '
071000         WS-CURR-DATA-COUNT.
071100     DISPLAY 'DYNBKFED - ADDS WRITTEN          : '
071200         WS-ADDS-WRITTEN.
071300     DISPLAY 'DYNBKFED - CHANGES WRITTEN       : '
071400         WS-CHANGES-WRITTEN.
071500     DISPLAY 'DYNBKFED - DELETES WRITTEN       : '
071600         WS-DELETES-WRITTEN.
071700     DISPLAY 'DYNBKFED - UNCHANGED ITEMS       : '
071800         WS-UNCHANGED-COUNT.
071900     DISPLAY 'DYNBKFED - TRANSACTIONS WRITTEN  : '
072000         WS-TRANS-WRITTEN.
072100 4000-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500*  4100-VERIFY-CONTROL-TOTALS - SET THE RETURN CODE FROM BOTH
072600*                               EXPORTS' CONTROL TOTALS AND THE
072700*                               SYSIN THRESHOLD - 12 FOR A PAIR
072800*                               THAT CANNOT BE TRUSTED AT ALL, 10
072900*                               WHEN EITHER EXPORT'S DATA
073000*                               DISAGREES WITH ITS TRAILER, 8 OVER
073100*                               THE THRESHOLD
073200******************************************************************
073300 4100-VERIFY-CONTROL-TOTALS.
073400     IF WS-EXPORT-INVALID
073500         MOVE 'EXPORTS REFUSED - DO NOT APPLY' TO WS-RESULT-TEXT
073600         MOVE 12 TO RETURN-CODE
073700         GO TO 4100-EXIT
073800     END-IF.
073900     MOVE 'TOTALS AGREE' TO WS-PRIOR-STATUS.
074000     MOVE 'TOTALS AGREE' TO WS-CURR-STATUS.
074100     IF WS-PRIOR-DATA-COUNT NOT = WS-PRIOR-TRL-ITEM-COUNT
074200         DISPLAY 'DYNBKFED - PREVEXP TRAILER SAYS '
074300             WS-PRIOR-TRL-ITEM-COUNT ' ITEMS BUT '
074400             WS-PRIOR-DATA-COUNT ' DATA RECORDS READ'
074500         MOVE 'COUNT MISMATCH' TO WS-PRIOR-STATUS
074600     ELSE
074700         IF WS-PRIOR-KEY-HASH NOT = WS-PRIOR-TRL-KEY-HASH
074800             DISPLAY 'DYNBKFED - PREVEXP KEY HASH DOES NOT MATCH '
074900                 'THE TRAILER'
075000             MOVE 'HASH MISMATCH' TO WS-PRIOR-STATUS
075100         END-IF
075200     END-IF.
075300     IF WS-CURR-DATA-COUNT NOT = WS-CURR-TRL-ITEM-COUNT
075400         DISPLAY 'DYNBKFED - CURREXP TRAILER SAYS '
075500             WS-CURR-TRL-ITEM-COUNT ' ITEMS BUT '
075600             WS-CURR-DATA-COUNT ' DATA RECORDS READ'
075700         MOVE 'COUNT MISMATCH' TO WS-CURR-STATUS
075800     ELSE
075900         IF WS-CURR-KEY-HASH NOT = WS-CURR-TRL-KEY-HASH
076000             DISPLAY 'DYNBKFED - CURREXP KEY HASH DOES NOT MATCH '
076100                 'THE TRAILER'
076200             MOVE 'HASH MISMATCH' TO WS-CURR-STATUS
076300         END-IF
076400     END-IF.
076500     IF WS-PRIOR-STATUS NOT = 'TOTALS AGREE'
076600         OR WS-CURR-STATUS NOT = 'TOTALS AGREE'
076700         MOVE 'EXPORT CONTROL TOTALS DISAGREE - DO NOT APPLY'
076800             TO WS-RESULT-TEXT
076900         MOVE 10 TO RETURN-CODE
077000         GO TO 4100-EXIT
077100     END-IF.
077200     IF WS-THRESHOLD-GIVEN
077300         AND WS-TRANS-WRITTEN > WS-TRANS-THRESHOLD
077400         DISPLAY 'DYNBKFED - TRANSACTIONS OVER THE THRESHOLD OF '
077500             WS-TRANS-THRESHOLD
077600         MOVE 'OVER THE THRESHOLD - REVIEW BEFORE APPLYING'
077700             TO WS-RESULT-TEXT
077800         MOVE 8 TO RETURN-CODE
077900         GO TO 4100-EXIT
078000     END-IF.
078100     MOVE 'TRANSACTIONS READY TO APPLY' TO WS-RESULT-TEXT.
078200     MOVE ZERO TO RETURN-CODE.
078300 4100-EXIT.
078400     EXIT.
078500
078600******************************************************************
078700*  4200-WRITE-UPDATE-TRAILER - CLOSE MSTRUPD WITH ITS TRANSACTION
078800*                              COUNTS; ITS PRESENCE IS THE UPDATE
078900*                              RUN'S PROOF BOTH EXPORTS BALANCED
079000******************************************************************
079100 4200-WRITE-UPDATE-TRAILER.
079200     MOVE SPACES TO UPDATE-TRAILER-RECORD.
079300     MOVE 'T'                TO UPD-TRANS-TYPE.
079400     MOVE WS-ADDS-WRITTEN    TO UPD-TRL-ADD-COUNT.
079500     MOVE WS-CHANGES-WRITTEN TO UPD-TRL-CHANGE-COUNT.
079600     MOVE WS-DELETES-WRITTEN TO UPD-TRL-DELETE-COUNT.
079700     MOVE WS-TRANS-WRITTEN   TO UPD-TRL-TRANS-COUNT.
079800     WRITE UPDATE-RECORD.
079900 4200-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300*  4300-WRITE-SUMMARY-REPORT - PRINT BOTH EXPORTS' IDENTITIES AND
080400*                              CONTROL-TOTAL RESULTS, THE
080500*                              TRANSACTION COUNTS, AND WHETHER
080600*                              MSTRUPD MAY BE APPLIED
080700******************************************************************
080800 4300-WRITE-SUMMARY-REPORT.
080900     MOVE WS-BKFD-RUN-DATE TO WS-HDG-RUN-DATE.
081000     WRITE REPORT-RECORD FROM WS-HEADING-1.
081100     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
081200     MOVE WS-BKFD-TABLE-NAME TO WS-TLN-TABLE-NAME.
081300     WRITE REPORT-RECORD FROM WS-TABLE-LINE.
081400     MOVE 'LAST NIGHT EXPORT'     TO WS-ELN-TAG.
081500     MOVE WS-PRIOR-RUN-ID         TO WS-ELN-RUN-ID.
081600     MOVE WS-PRIOR-RUN-DATE       TO WS-ELN-RUN-DATE.
081700     MOVE WS-PRIOR-RUN-TIME       TO WS-ELN-RUN-TIME.
081800     MOVE WS-PRIOR-DATA-COUNT     TO WS-ELN-ITEMS.
081900     MOVE WS-PRIOR-STATUS         TO WS-ELN-STATUS.
082000     WRITE REPORT-RECORD FROM WS-EXPORT-LINE.
082100     MOVE 'TONIGHT EXPORT'        TO WS-ELN-TAG.
082200     MOVE WS-CURR-RUN-ID          TO WS-ELN-RUN-ID.
082300     MOVE WS-CURR-RUN-DATE        TO WS-ELN-RUN-DATE.
082400     MOVE WS-CURR-RUN-TIME        TO WS-ELN-RUN-TIME.
082500     MOVE WS-CURR-DATA-COUNT      TO WS-ELN-ITEMS.
082600     MOVE WS-CURR-STATUS          TO WS-ELN-STATUS.
082700     WRITE REPORT-RECORD FROM WS-EXPORT-LINE.
082800     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
082900     MOVE 'ADDS'                  TO WS-CLN-LABEL.
083000     MOVE WS-ADDS-WRITTEN         TO WS-CLN-VALUE.
083100     WRITE REPORT-RECORD FROM WS-COUNTER-LINE.
083200     MOVE 'CHANGES'               TO WS-CLN-LABEL.
083300     MOVE WS-CHANGES-WRITTEN      TO WS-CLN-VALUE.
083400     WRITE REPORT-RECORD FROM WS-COUNTER-LINE.
083500     MOVE 'DELETES'               TO WS-CLN-LABEL.
083600     MOVE WS-DELETES-WRITTEN      TO WS-CLN-VALUE.
083700     WRITE REPORT-RECORD FROM WS-COUNTER-LINE.
083800     MOVE 'UNCHANGED'             TO WS-CLN-LABEL.
083900     MOVE WS-UNCHANGED-COUNT      TO WS-CLN-VALUE.
084000     WRITE REPORT-RECORD FROM WS-COUNTER-LINE.
084100     MOVE 'TRANSACTIONS WRITTEN'  TO WS-CLN-LABEL.
084200     MOVE WS-TRANS-WRITTEN        TO WS-CLN-VALUE.
084300     WRITE REPORT-RECORD FROM WS-COUNTER-LINE.
084400     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
084500     MOVE WS-RESULT-TEXT          TO WS-RLN-RESULT-TEXT.
084600     MOVE RETURN-CODE             TO WS-RLN-RC.
084700     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
084800 4300-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200*  8000-WRITE-RUN-STATS - HAND THE RUN'S TOTALS AND FINAL
085300*                         RETURN CODE TO DYNSTATW FOR THE
085400*                         DYNOPSRP DAILY OPERATIONS REPORT
085500******************************************************************
085600 8000-WRITE-RUN-STATS.
085700     MOVE WS-ADDS-WRITTEN    TO WS-STAT-ADDS-WRITTEN.
085800     MOVE WS-CHANGES-WRITTEN TO WS-STAT-CHANGES-WRITTEN.
085900     MOVE WS-DELETES-WRITTEN TO WS-STAT-DELETES-WRITTEN.
086000     MOVE WS-UNCHANGED-COUNT TO WS-STAT-UNCHANGED.
086100     MOVE WS-TRANS-WRITTEN   TO WS-STAT-TRANS-WRITTEN.
086200     MOVE RETURN-CODE        TO WS-STAT-RETURN-CODE.
086300     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
086400                           WS-BKFD-TABLE-NAME
086500                           WS-STAT-RETURN-CODE
086600                           WS-STAT-COUNTERS
086650                           WS-CURR-RUN-ID.
086651* DYNSTATW SETS RETURN-CODE ITSELF - PUT THE JOB'S OWN BACK
086652     MOVE WS-STAT-RETURN-CODE TO RETURN-CODE.
086700 8000-EXIT.
086800     EXIT.
