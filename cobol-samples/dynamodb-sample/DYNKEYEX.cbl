000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNKEYEX.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - BULK KEYED EXTRACT.  PULLS A
001100*                 LIST OF ITEMS ("THESE 200,000 CUSTOMERS AS THEY
001200*                 STAND RIGHT NOW") BY KEY THROUGH DYNFETCH, 25
001300*                 KEYS PER BRIDGE CALL, INSTEAD OF A FULL DYNEXPRT
001400*                 SCAN OF THE TABLE.
001420* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001440*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001460*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001461* 2026-10-15  JH  RETURN-CODE IS PUT BACK AFTER THE DYNSTATW CALL,
001462*                 SO THE JOB ENDS WITH ITS OWN RETURN CODE.
001500******************************************************************
001600******************************************************************
001700*  DYNKEYEX READS A FILE OF KEYS (KEYIN), SORTED BY KEY VALUE /
001800*  SORT KEY VALUE, AND FETCHES THE ITEMS OF ONE TABLE THROUGH
001900*  DYNFETCH IN GROUPS OF 25 - ONE BGET (BATCHGETITEM) CALL EACH,
002000*  WITH DYNAUDIT, DYNRETRY, DYNPACE, AND DYNCAPLG ON EVERY CALL.
002100*
002200*  EVERY ITEM FOUND IS WRITTEN TO EXTROUT IN THE DYNEXPRT EXPORT
002300*  LAYOUT, IN KEY FILE ORDER, BETWEEN AN EXPORT HEADER (TABLE, RUN
002400*  DATE/TIME, RUN ID) AND AN EXPORT TRAILER (ITEM COUNT AND THE
002500*  DYNKHASH KEY HASH TOTAL), SO ANYTHING THAT READS A DYNEXPRT
002600*  EXPORT READS AN EXTRACT.  THE TRAILER IS WRITTEN ONLY WHEN
002700*  EVERY KEY GOT A DEFINITE ANSWER - A KEY THE BRIDGE COULD NOT
002800*  READ LEAVES THE EXTRACT WITHOUT A TRAILER, SO IT CANNOT PASS
002900*  FOR A COMPLETE ONE.
003000*
003100*  EVERY KEY WITHOUT AN ITEM IN THE EXTRACT GOES TO THE NOTFOUND
003200*  FILE - THE KEY RECORD AS READ, FOLLOWED BY A REASON CODE -
003300*
003400*      NF  NOT FOUND - THE TABLE HAS NO ITEM WITH THIS KEY
003500*      NR  NOT READ  - THE BRIDGE COULD NOT READ THE KEY; THE ITEM
003600*                      MAY OR MAY NOT EXIST
003700*      RJ  REJECTED  - KEY LENGTH OR VALUE NOT VALID, OR THE KEY
003800*                      IS OUT OF SEQUENCE
003900*
004000*  A KEY REPEATED ON THE KEY FILE IS FETCHED AND WRITTEN ONCE (ONE
004100*  BATCHGETITEM CALL MAY NOT NAME THE SAME KEY TWICE).
004200*
004300*  THE TABLE IS HELD UNDER THE DYNTLOCK RUN LOCK FOR THE LENGTH OF
004400*  THE EXTRACT, AS DYNEXPRT HOLDS IT FOR A SCAN.
004500*
004600*  SYSIN PARAMETER RECORDS -
004700*      RECORD 1    TABLE NAME
004800*      RECORD 2    (OPTIONAL)
004900*                  COLS 1-5   TARGET CAPACITY UNITS PER SECOND -
005000*                             DYNPACE HOLDS THE JOB TO THIS RATE
005100*                             (00000 OR BLANK = NO PACING)
005200*                  COLS 7-22  RUN ID STAMPED IN THE EXTRACT HEADER
005300*                             (BLANK = BUILT FROM THE RUN
005400*                             DATE AND TIME)
005500*                  COL  24    'O' OVERRIDES A STALE DYNTLOCK TABLE
005600*                             LOCK LEFT BY AN ABENDED JOB
005700*
005800*  RETURN CODES -
005900*      0   EVERY KEY FOUND OR DEFINITELY NOT FOUND
006000*      8   A KEY COULD NOT BE READ OR WAS REJECTED, OR THE TABLE
006100*          LOCK WAS REFUSED
006200*      12  NO TABLE NAME ON SYSIN - NOTHING EXTRACTED
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT KEY-FILE ASSIGN TO KEYIN
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT EXTRACT-FILE ASSIGN TO EXTROUT
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT NOTFOUND-FILE ASSIGN TO NOTFOUND
007500         ORGANIZATION IS SEQUENTIAL.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  KEY-FILE
007900     RECORDING MODE IS F.
008000 01  KEY-RECORD.
008100     05 KIN-KEY-TYPE             PIC X(02).
008200     05 KIN-KEY-LENGTH           PIC 9(05).
008300     05 KIN-KEY-VALUE            PIC X(400).
008400     05 KIN-SORT-KEY-TYPE        PIC X(02).
008500     05 KIN-SORT-KEY-LENGTH      PIC 9(05).
008600     05 KIN-SORT-KEY-VALUE       PIC X(400).
008700
008800 FD  EXTRACT-FILE
008900     RECORDING MODE IS F.
009000 01  EXPORT-RECORD.
009100     05 EXP-RECORD-ID            PIC X(01).
009200       88 EXP-IS-HEADER          VALUE 'H'.
009300       88 EXP-IS-DATA            VALUE 'D'.
009400       88 EXP-IS-TRAILER         VALUE 'T'.
009500     05 EXP-KEY-VALUE            PIC X(400).
009600     05 EXP-SORT-KEY-VALUE       PIC X(400).
009700     05 EXP-RECORD-LENGTH        PIC 9(05).
009800     05 EXP-RECORD-VALUE         PIC X(2000).
009900 01  EXPORT-HEADER-RECORD.
010000     05 FILLER                   PIC X(01).
010100     05 EXP-HDR-TABLE-NAME       PIC X(255).
010200     05 EXP-HDR-RUN-DATE         PIC 9(08).
010300     05 EXP-HDR-RUN-TIME         PIC 9(08).
010400     05 EXP-HDR-RUN-ID           PIC X(16).
010500     05 FILLER                   PIC X(2518).
010600 01  EXPORT-TRAILER-RECORD.
010700     05 FILLER                   PIC X(01).
010800     05 EXP-TRL-ITEM-COUNT       PIC 9(09).
010900     05 EXP-TRL-KEY-HASH         PIC 9(13).
011000     05 FILLER                   PIC X(2783).
011100
011200 FD  NOTFOUND-FILE
011300     RECORDING MODE IS F.
011400 01  NOTFOUND-RECORD.
011500     05 NF-KEY-TYPE              PIC X(02).
011600     05 NF-KEY-LENGTH            PIC 9(05).
011700     05 NF-KEY-VALUE             PIC X(400).
011800     05 NF-SORT-KEY-TYPE         PIC X(02).
011900     05 NF-SORT-KEY-LENGTH       PIC 9(05).
012000     05 NF-SORT-KEY-VALUE        PIC X(400).
012100     05 NF-REASON-CODE           PIC X(02).
012200       88 NF-NOT-FOUND           VALUE 'NF'.
012300       88 NF-NOT-READ            VALUE 'NR'.
012400       88 NF-REJECTED            VALUE 'RJ'.
012500     05 FILLER                   PIC X(04).
012600
012700 WORKING-STORAGE SECTION.
012800 COPY DynamoDBBatchRQA.
012900 COPY DynamoDBRQA.
013000
013100 77  WS-EXTRACT-TABLE-NAME       PIC X(255)  VALUE SPACES.
013200 77  WS-KEY-EOF-SWITCH           PIC X(01)   VALUE 'N'.
013300     88 WS-KEY-AT-EOF                        VALUE 'Y'.
013400 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
013500     88 WS-RUN-REFUSED                       VALUE 'Y'.
013600 77  WS-KEYS-READ                PIC 9(09) COMP VALUE ZERO.
013700 77  WS-ITEMS-EXTRACTED          PIC 9(09) COMP VALUE ZERO.
013800 77  WS-KEYS-NOT-FOUND           PIC 9(09) COMP VALUE ZERO.
013900 77  WS-KEYS-NOT-READ            PIC 9(09) COMP VALUE ZERO.
014000 77  WS-KEYS-REJECTED            PIC 9(09) COMP VALUE ZERO.
014100 77  WS-KEYS-DUPLICATE           PIC 9(09) COMP VALUE ZERO.
014200 77  WS-FETCH-CALLS              PIC 9(09) COMP VALUE ZERO.
014300 77  WS-KEY-HASH-TOTAL           PIC 9(13)   VALUE ZERO.
014400 77  WS-PREV-KEYS-SET-SWITCH     PIC X(01)   VALUE 'N'.
014500     88 WS-PREV-KEYS-SET                     VALUE 'Y'.
014600
014700 01  WS-PREV-KEYS.
014800     05 WS-PREV-KEY-VALUE        PIC X(400).
014900     05 WS-PREV-SORT-KEY-VALUE   PIC X(400).
015000 01  WS-CURR-KEYS.
015100     05 WS-CURR-KEY-VALUE        PIC X(400).
015200     05 WS-CURR-SORT-KEY-VALUE   PIC X(400).
015300
015400 01  WS-RUN-DATE-TIME.
015500     05 WS-RUN-YYYYMMDD          PIC 9(08).
015600     05 WS-RUN-HHMMSSTT          PIC 9(08).
015700 77  WS-EXTRACT-RUN-ID           PIC X(16)   VALUE SPACES.
015800
015900 77  WS-TARGET-CAPACITY          PIC 9(05)   VALUE ZERO.
016000 01  WS-PARM-LINE.
016100     05 WS-PARM-TARGET-CAPACITY  PIC X(05).
016200     05 WS-PARM-TARGET-CAPCTY-N REDEFINES
016300        WS-PARM-TARGET-CAPACITY  PIC 9(05).
016400     05 FILLER                   PIC X(01).
016500     05 WS-PARM-RUN-ID           PIC X(16).
016600     05 FILLER                   PIC X(01).
016700     05 WS-PARM-LOCK-OVERRIDE    PIC X(01).
016800        88 WS-LOCK-OVERRIDE                   VALUE 'O'.
016900     05 FILLER                   PIC X(56).
017000
017100 77  WS-AUDIT-JOB-NAME           PIC X(08)   VALUE 'DYNKEYEX'.
017200 77  WS-AUDIT-PHASE              PIC X(01)   VALUE SPACES.
017300     88 WS-AUDIT-CLOSE-CALL                  VALUE 'C'.
017400 77  WS-CAPLG-PHASE              PIC X(01)   VALUE SPACES.
017500     88 WS-CAPLG-CLOSE                       VALUE 'C'.
017600
017700 77  WS-TLOCK-FUNCTION           PIC X(01)   VALUE SPACES.
017800     88 WS-TLOCK-ACQUIRE                     VALUE 'A'.
017900     88 WS-TLOCK-FORCE                       VALUE 'F'.
018000     88 WS-TLOCK-CLOSE                       VALUE 'C'.
018100 77  WS-TLOCK-RESULT             PIC X(01)   VALUE SPACES.
018200     88 WS-TLOCK-GRANTED                     VALUE 'Y'.
018300 77  WS-TLOCK-OPERATION          PIC X(06)   VALUE SPACES.
018400 77  WS-LOCK-REFUSED-SWITCH      PIC X(01)   VALUE 'N'.
018500     88 WS-LOCK-REFUSED                      VALUE 'Y'.
018600
018700 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
018800 01  WS-STAT-COUNTERS.
018900     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 7.
019000     05 FILLER                   PIC X(16)   VALUE
019100        'KEYS READ'.
019200     05 WS-STAT-KEYS-READ        PIC 9(09)   VALUE ZERO.
019300     05 FILLER                   PIC X(16)   VALUE
019400        'ITEMS EXTRACTED'.
019500     05 WS-STAT-ITEMS-EXTRACTED  PIC 9(09)   VALUE ZERO.
019600     05 FILLER                   PIC X(16)   VALUE
019700        'KEYS NOT FOUND'.
019800     05 WS-STAT-KEYS-NOT-FOUND   PIC 9(09)   VALUE ZERO.
019900     05 FILLER                   PIC X(16)   VALUE
020000        'KEYS NOT READ'.
020100     05 WS-STAT-KEYS-NOT-READ    PIC 9(09)   VALUE ZERO.
020200     05 FILLER                   PIC X(16)   VALUE
020300        'KEYS REJECTED'.
020400     05 WS-STAT-KEYS-REJECTED    PIC 9(09)   VALUE ZERO.
020500     05 FILLER                   PIC X(16)   VALUE
020600        'KEYS DUPLICATE'.
020700     05 WS-STAT-KEYS-DUPLICATE   PIC 9(09)   VALUE ZERO.
020800     05 FILLER                   PIC X(16)   VALUE
020900        'FETCH CALLS'.
021000     05 WS-STAT-FETCH-CALLS      PIC 9(09)   VALUE ZERO.
021100     05 FILLER                   PIC X(16)   VALUE SPACES.
021200     05 FILLER                   PIC 9(09)   VALUE ZERO.
021300
021400 PROCEDURE DIVISION.
021500******************************************************************
021600*  0000-MAINLINE
021700******************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000         THRU 1000-EXIT.
022100     PERFORM 2000-PROCESS-ONE-KEY
022200         THRU 2000-EXIT
022300         UNTIL WS-KEY-AT-EOF.
022400     PERFORM 4000-TERMINATE
022500         THRU 4000-EXIT.
022600     PERFORM 8000-WRITE-RUN-STATS
022700         THRU 8000-EXIT.
022800     GOBACK.
022900
023000******************************************************************
023100*  1000-INITIALIZE - OPEN FILES, PICK UP THE SYSIN PARAMETERS,
023200*                    LOCK THE TABLE, WRITE THE EXTRACT HEADER, AND
023300*                    PRIME THE READ
023400******************************************************************
023500 1000-INITIALIZE.
023600     OPEN INPUT  KEY-FILE
023700          OUTPUT EXTRACT-FILE
023800          OUTPUT NOTFOUND-FILE.
023900     MOVE ZERO TO BATCH-ENTRY-COUNT.
024000     ACCEPT WS-EXTRACT-TABLE-NAME FROM SYSIN.
024100     MOVE SPACES TO WS-PARM-LINE.
024200     ACCEPT WS-PARM-LINE FROM SYSIN.
024300     IF WS-PARM-TARGET-CAPCTY-N NUMERIC
024400         MOVE WS-PARM-TARGET-CAPCTY-N TO WS-TARGET-CAPACITY
024500     END-IF.
024600     IF WS-EXTRACT-TABLE-NAME = SPACES
024700         DISPLAY 'DYNKEYEX - NO TABLE NAME ON SYSIN - RUN REFUSED'
024800         SET WS-RUN-REFUSED TO TRUE
024900         SET WS-KEY-AT-EOF TO TRUE
025000         GO TO 1000-EXIT
025100     END-IF.
025200     PERFORM 1090-ACQUIRE-TABLE-LOCK
025300         THRU 1090-EXIT.
025400     IF WS-LOCK-REFUSED
025500         SET WS-KEY-AT-EOF TO TRUE
025600         GO TO 1000-EXIT
025700     END-IF.
025800     PERFORM 1100-WRITE-EXTRACT-HEADER
025900         THRU 1100-EXIT.
026000     PERFORM 2900-READ-KEY-FILE
026100         THRU 2900-EXIT.
026200 1000-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*  1090-ACQUIRE-TABLE-LOCK - TAKE THE DYNTLOCK RUN LOCK ON THE
026700*                            TABLE, SO THE EXTRACT CANNOT CATCH A
026800*                            LOAD OR PURGE HALF DONE
026900******************************************************************
027000 1090-ACQUIRE-TABLE-LOCK.
027100     IF WS-LOCK-OVERRIDE
027200         SET WS-TLOCK-FORCE TO TRUE
027300     ELSE
027400         SET WS-TLOCK-ACQUIRE TO TRUE
027500     END-IF.
027600     MOVE 'BGET' TO WS-TLOCK-OPERATION.
027700     CALL 'DYNTLOCK' USING WS-AUDIT-JOB-NAME
027800                           WS-TLOCK-FUNCTION
027900                           WS-EXTRACT-TABLE-NAME
028000                           WS-TLOCK-OPERATION
028100                           WS-TLOCK-RESULT.
028200     IF NOT WS-TLOCK-GRANTED
028300         DISPLAY 'DYNKEYEX - TABLE LOCK REFUSED - RUN ENDED'
028400         SET WS-LOCK-REFUSED TO TRUE
028500     END-IF.
028600 1090-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000*  1100-WRITE-EXTRACT-HEADER - STAMP THE EXTRACT WITH THE TABLE
029100*                              NAME, RUN DATE/TIME, AND RUN ID, AS
029200*                              DYNEXPRT STAMPS AN EXPORT
029300******************************************************************
029400 1100-WRITE-EXTRACT-HEADER.
029500     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
029600     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
029700     IF WS-PARM-RUN-ID NOT = SPACES
029800         MOVE WS-PARM-RUN-ID TO WS-EXTRACT-RUN-ID
029900     ELSE
030000         MOVE WS-RUN-DATE-TIME TO WS-EXTRACT-RUN-ID
030100     END-IF.
030200     DISPLAY 'DYNKEYEX - RUN ID ' WS-EXTRACT-RUN-ID.
030300     MOVE SPACES TO EXPORT-HEADER-RECORD.
030400     MOVE WS-EXTRACT-TABLE-NAME TO EXP-HDR-TABLE-NAME.
030500     MOVE WS-RUN-YYYYMMDD       TO EXP-HDR-RUN-DATE.
030600     MOVE WS-RUN-HHMMSSTT       TO EXP-HDR-RUN-TIME.
030700     MOVE WS-EXTRACT-RUN-ID     TO EXP-HDR-RUN-ID.
030800     MOVE 'H' TO EXP-RECORD-ID.
030900     WRITE EXPORT-RECORD.
031000 1100-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400*  2000-PROCESS-ONE-KEY - EDIT THE CURRENT KEY, ADD IT TO THE
031500*                         BATCH, FETCH THE BATCH WHEN IT IS FULL,
031600*                         THEN READ THE NEXT KEY
031700******************************************************************
031800 2000-PROCESS-ONE-KEY.
031900     IF KIN-KEY-LENGTH NOT NUMERIC
032000         OR KIN-KEY-LENGTH = ZERO
032100         OR KIN-KEY-LENGTH > 400
032200         OR KIN-KEY-VALUE = SPACES
032300         DISPLAY 'DYNKEYEX - KEY LENGTH/VALUE NOT VALID, KEY '
032400             'REJECTED: ' KIN-KEY-VALUE (1:40)
032500         PERFORM 2200-WRITE-REJECTED-KEY
032600             THRU 2200-EXIT
032700         GO TO 2000-READ-NEXT
032800     END-IF.
032900     MOVE KIN-KEY-VALUE      TO WS-CURR-KEY-VALUE.
033000     MOVE KIN-SORT-KEY-VALUE TO WS-CURR-SORT-KEY-VALUE.
033100     IF WS-PREV-KEYS-SET
033200         AND WS-CURR-KEYS = WS-PREV-KEYS
033300         ADD 1 TO WS-KEYS-DUPLICATE
033400         GO TO 2000-READ-NEXT
033500     END-IF.
033600* A KEY BELOW THE ONE BEFORE IT MEANS THE FILE IS NOT SORTED, AND
033700* A REPEAT OF AN EARLIER KEY COULD THEN LAND IN THE SAME CALL
033800     IF WS-PREV-KEYS-SET
033900         AND WS-CURR-KEYS < WS-PREV-KEYS
034000         DISPLAY 'DYNKEYEX - KEY OUT OF SEQUENCE, KEY REJECTED: '
034100             KIN-KEY-VALUE (1:40)
034200         PERFORM 2200-WRITE-REJECTED-KEY
034300             THRU 2200-EXIT
034400         GO TO 2000-READ-NEXT
034500     END-IF.
034600     MOVE WS-CURR-KEYS TO WS-PREV-KEYS.
034700     SET WS-PREV-KEYS-SET TO TRUE.
034800     PERFORM 2100-ADD-KEY-TO-BATCH
034900         THRU 2100-EXIT.
035000     IF BATCH-ENTRY-COUNT = 25
035100         PERFORM 3000-FETCH-BATCH
035200             THRU 3000-EXIT
035300     END-IF.
035400 2000-READ-NEXT.
035500     PERFORM 2900-READ-KEY-FILE
035600         THRU 2900-EXIT.
035700 2000-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*  2100-ADD-KEY-TO-BATCH - APPEND THE CURRENT KEY TO THE BATCH
036200*                          REQUEST AREA
036300******************************************************************
036400 2100-ADD-KEY-TO-BATCH.
036500     ADD 1 TO BATCH-ENTRY-COUNT.
036600     SET BATCH-ENTRY-IDX TO BATCH-ENTRY-COUNT.
036700     MOVE KIN-KEY-TYPE   TO BATCH-KEY-TYPE (BATCH-ENTRY-IDX).
036800     MOVE KIN-KEY-LENGTH TO BATCH-KEY-LENGTH (BATCH-ENTRY-IDX).
036900     MOVE KIN-KEY-VALUE  TO BATCH-KEY-VALUE (BATCH-ENTRY-IDX).
037000     MOVE KIN-SORT-KEY-TYPE
037100         TO BATCH-SORT-KEY-TYPE (BATCH-ENTRY-IDX).
037200     IF KIN-SORT-KEY-LENGTH NUMERIC
037300         MOVE KIN-SORT-KEY-LENGTH
037400             TO BATCH-SORT-KEY-LENGTH (BATCH-ENTRY-IDX)
037500     ELSE
037600         MOVE ZERO TO BATCH-SORT-KEY-LENGTH (BATCH-ENTRY-IDX)
037700     END-IF.
037800     MOVE KIN-SORT-KEY-VALUE
037900         TO BATCH-SORT-KEY-VALUE (BATCH-ENTRY-IDX).
038000 2100-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*  2200-WRITE-REJECTED-KEY - WRITE THE CURRENT KEY TO NOTFOUND AS
038500*                            REJECTED
038600******************************************************************
038700 2200-WRITE-REJECTED-KEY.
038800     MOVE SPACES TO NOTFOUND-RECORD.
038900     MOVE KEY-RECORD TO NOTFOUND-RECORD (1:814).
039000     SET NF-REJECTED TO TRUE.
039100     WRITE NOTFOUND-RECORD.
039200     ADD 1 TO WS-KEYS-REJECTED.
039300 2200-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*  2900-READ-KEY-FILE - READ THE NEXT KEY; AT END OF FILE FETCH
039800*                       THE LAST PARTIAL BATCH
039900******************************************************************
040000 2900-READ-KEY-FILE.
040100     READ KEY-FILE
040200         AT END
040300             SET WS-KEY-AT-EOF TO TRUE
040400             IF BATCH-ENTRY-COUNT > ZERO
040500                 PERFORM 3000-FETCH-BATCH
040600                     THRU 3000-EXIT
040700             END-IF
040800             GO TO 2900-EXIT
040900     END-READ.
041000     ADD 1 TO WS-KEYS-READ.
041100 2900-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500*  3000-FETCH-BATCH - FETCH THE KEYS IN HAND THROUGH DYNFETCH AND
041600*                     ROUTE EACH ONE TO THE EXTRACT OR NOTFOUND
041700******************************************************************
041800 3000-FETCH-BATCH.
041900     MOVE WS-EXTRACT-TABLE-NAME TO BATCH-TABLE-NAME.
042000     CALL 'DYNFETCH' USING WS-AUDIT-JOB-NAME
042100                           DYNAMODB-BATCH-REQUEST-AREA
042200                           WS-TARGET-CAPACITY.
042300     ADD 1 TO WS-FETCH-CALLS.
042400     PERFORM 3100-ROUTE-ONE-KEY
042500         THRU 3100-EXIT
042600         VARYING BATCH-ENTRY-IDX FROM 1 BY 1
042700         UNTIL BATCH-ENTRY-IDX > BATCH-ENTRY-COUNT.
042800     MOVE ZERO TO BATCH-ENTRY-COUNT.
042900 3000-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*  3100-ROUTE-ONE-KEY - WRITE A FOUND ITEM TO THE EXTRACT AND FOLD
043400*                       ITS KEYS INTO THE HASH TOTAL; WRITE ANY
043500*                       OTHER KEY TO NOTFOUND WITH ITS REASON
043600******************************************************************
043700 3100-ROUTE-ONE-KEY.
043800     IF BATCH-ENTRY-SUCCESSFUL (BATCH-ENTRY-IDX)
043900         MOVE SPACES TO EXPORT-RECORD
044000         MOVE 'D' TO EXP-RECORD-ID
044100         MOVE BATCH-KEY-VALUE (BATCH-ENTRY-IDX)
044200             TO EXP-KEY-VALUE
044300         MOVE BATCH-SORT-KEY-VALUE (BATCH-ENTRY-IDX)
044400             TO EXP-SORT-KEY-VALUE
044500         MOVE BATCH-RECORD-LENGTH (BATCH-ENTRY-IDX)
044600             TO EXP-RECORD-LENGTH
044700         MOVE BATCH-RECORD-VALUE (BATCH-ENTRY-IDX)
044800             TO EXP-RECORD-VALUE
044900         WRITE EXPORT-RECORD
045000         ADD 1 TO WS-ITEMS-EXTRACTED
045100         CALL 'DYNKHASH' USING EXP-KEY-VALUE
045200                               EXP-SORT-KEY-VALUE
045300                               WS-KEY-HASH-TOTAL
045400         GO TO 3100-EXIT
045500     END-IF.
045600     MOVE SPACES TO NOTFOUND-RECORD.
045700     MOVE BATCH-KEY-TYPE (BATCH-ENTRY-IDX)   TO NF-KEY-TYPE.
045800     MOVE BATCH-KEY-LENGTH (BATCH-ENTRY-IDX) TO NF-KEY-LENGTH.
045900     MOVE BATCH-KEY-VALUE (BATCH-ENTRY-IDX)  TO NF-KEY-VALUE.
046000     MOVE BATCH-SORT-KEY-TYPE (BATCH-ENTRY-IDX)
046100         TO NF-SORT-KEY-TYPE.
046200     MOVE BATCH-SORT-KEY-LENGTH (BATCH-ENTRY-IDX)
046300         TO NF-SORT-KEY-LENGTH.
046400     MOVE BATCH-SORT-KEY-VALUE (BATCH-ENTRY-IDX)
046500         TO NF-SORT-KEY-VALUE.
046600     IF BATCH-ENTRY-NOT-FOUND (BATCH-ENTRY-IDX)
046700         SET NF-NOT-FOUND TO TRUE
046800         ADD 1 TO WS-KEYS-NOT-FOUND
046900     ELSE
047000         SET NF-NOT-READ TO TRUE
047100         ADD 1 TO WS-KEYS-NOT-READ
047200     END-IF.
047300     WRITE NOTFOUND-RECORD.
047400 3100-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*  4000-TERMINATE - RELEASE THE LOCK, CLOSE THE AUDIT TRAIL AND
047900*                   LEDGER, WRITE THE TRAILER IF EVERY KEY GOT AN
048000*                   ANSWER, CLOSE FILES, DISPLAY RUN TOTALS
048100******************************************************************
048200 4000-TERMINATE.
048300* THE LOCK RELEASES DRIVE THE BRIDGE THEMSELVES, SO THE DYNTLOCK
048400* CLOSE MUST COME BEFORE THE DYNAUDIT AND DYNCAPLG CLOSES OR ITS
048500* CALLS WOULD MISS THE AUDIT TRAIL AND THE CAPACITY LEDGER
048600     SET WS-TLOCK-CLOSE TO TRUE.
048700     CALL 'DYNTLOCK' USING WS-AUDIT-JOB-NAME
048800                           WS-TLOCK-FUNCTION
048900                           WS-EXTRACT-TABLE-NAME
049000                           WS-TLOCK-OPERATION
049100                           WS-TLOCK-RESULT.
049200     SET WS-AUDIT-CLOSE-CALL TO TRUE.
049300     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
049400                           WS-AUDIT-PHASE
049500                           dynamoDB-request-area.
049600     SET WS-CAPLG-CLOSE TO TRUE.
049700     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
049800                           WS-CAPLG-PHASE
049900                           BATCH-TABLE-NAME
050000                           BATCH-COMMAND
050100                           BATCH-CONSUMED-CAPACITY-UNITS.
050200     IF NOT WS-RUN-REFUSED
050300         AND NOT WS-LOCK-REFUSED
050400         AND WS-KEYS-NOT-READ = ZERO
050500         MOVE SPACES TO EXPORT-TRAILER-RECORD
050600         MOVE WS-ITEMS-EXTRACTED TO EXP-TRL-ITEM-COUNT
050700         MOVE WS-KEY-HASH-TOTAL  TO EXP-TRL-KEY-HASH
050800         MOVE 'T' TO EXP-RECORD-ID
050900         WRITE EXPORT-RECORD
051000     END-IF.
051100     CLOSE KEY-FILE
051200           EXTRACT-FILE
051300           NOTFOUND-FILE.
051400     DISPLAY 'DYNKEYEX - KEYS READ      : ' WS-KEYS-READ.
051500     DISPLAY 'DYNKEYEX - ITEMS EXTRACTED: ' WS-ITEMS-EXTRACTED.
051600     DISPLAY 'DYNKEYEX - KEYS NOT FOUND : ' WS-KEYS-NOT-FOUND.
051700     DISPLAY 'DYNKEYEX - KEYS NOT READ  : ' WS-KEYS-NOT-READ.
051800     DISPLAY 'DYNKEYEX - KEYS REJECTED  : ' WS-KEYS-REJECTED.
051900     DISPLAY 'DYNKEYEX - KEYS DUPLICATE : ' WS-KEYS-DUPLICATE.
052000     DISPLAY 'DYNKEYEX - FETCH CALLS    : ' WS-FETCH-CALLS.
052100     IF WS-KEYS-NOT-READ > ZERO
052200         DISPLAY 'DYNKEYEX - KEYS NOT READ - EXTRACT HAS NO '
052300             'TRAILER AND IS NOT COMPLETE'
052400     END-IF.
052500     IF WS-KEYS-NOT-READ > ZERO
052600         OR WS-KEYS-REJECTED > ZERO
052700         OR WS-LOCK-REFUSED
052800         MOVE 8 TO RETURN-CODE
052900     END-IF.
053000     IF WS-RUN-REFUSED
053100         MOVE 12 TO RETURN-CODE
053200     END-IF.
053300 4000-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700*  8000-WRITE-RUN-STATS - HAND THE RUN'S TOTALS AND FINAL
053800*                         RETURN CODE TO DYNSTATW FOR THE
053900*                         DYNOPSRP DAILY OPERATIONS REPORT
054000******************************************************************
054100 8000-WRITE-RUN-STATS.
054200     MOVE WS-KEYS-READ        TO WS-STAT-KEYS-READ.
054300     MOVE WS-ITEMS-EXTRACTED  TO WS-STAT-ITEMS-EXTRACTED.
054400     MOVE WS-KEYS-NOT-FOUND   TO WS-STAT-KEYS-NOT-FOUND.
054500     MOVE WS-KEYS-NOT-READ    TO WS-STAT-KEYS-NOT-READ.
054600     MOVE WS-KEYS-REJECTED    TO WS-STAT-KEYS-REJECTED.
054700     MOVE WS-KEYS-DUPLICATE   TO WS-STAT-KEYS-DUPLICATE.
054800     MOVE WS-FETCH-CALLS      TO WS-STAT-FETCH-CALLS.
054900     MOVE RETURN-CODE         TO WS-STAT-RETURN-CODE.
055000     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
055100                           WS-EXTRACT-TABLE-NAME
055200                           WS-STAT-RETURN-CODE
055300                           WS-STAT-COUNTERS
055350                           WS-EXTRACT-RUN-ID.
055351* DYNSTATW SETS RETURN-CODE ITSELF - PUT THE JOB'S OWN BACK
055352     MOVE WS-STAT-RETURN-CODE TO RETURN-CODE.
055400 8000-EXIT.
055500     EXIT.
