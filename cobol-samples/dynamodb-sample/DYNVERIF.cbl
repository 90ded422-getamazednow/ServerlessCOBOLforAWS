001690*                 EMPTY RECORD VALUE IS ABSENCE; A FAILED READ
001691*                 IS ITS OWN REPORTED FAILURE AND SETS RETURN
001692*                 CODE 8.
001693* 2026-10-15  JH  BULK READS - CORRECTIONS ARE NOW READ BACK 25
001694*                 KEYS AT A TIME THROUGH DYNFETCH (ONE BGET CALL
001695*                 EACH) INSTEAD OF ONE BRIDGE READ PER KEY.  THE
001696*                 CHECKS THEMSELVES ARE UNCHANGED.
001697* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001698*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001699*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001700* 2026-10-15  JH  EVERY VERRPT FAILURE LINE IS NOW ALSO WRITTEN
001710*                 IN FULL TO THE VERFAIL FILE - TABLE, WHOLE
001720*                 KEYS, RESULT, AND RUN ID - FOR DYNDHIST TO
001730*                 CARRY INTO THE DISCREPANCY HISTORY MASTER.
001740******************************************************************
001800******************************************************************
001900*  DYNVERIF READS THE SAME CORROUT FILE DYNBATCH JUST LOADED AND
002000*  READS EVERY CORRECTION'S KEY BACK THROUGH THE BRIDGE -
002100*
002200*      S (STORE)  - THE ITEM MUST NOW EXIST AND ITS RECORD VALUE
002300*                   MUST MATCH THE CORRECTION'S RECORD VALUE
002900*  THE SCHEDULER CAN HOLD DOWNSTREAM JOBS.  AN 'H' HEADER RECORD
003000*  (THE RUN ID DYNSYNC STAMPS) IS DISPLAYED FOR TRACEABILITY.
003100*
003200*  CORRECTIONS ARE HELD UNTIL 25 OF ONE TABLE ARE IN HAND (OR THE
003240*  TABLE CHANGES, A KEY REPEATS, OR THE FILE ENDS) AND THEIR KEYS
003280*  ARE FETCHED IN ONE GO THROUGH DYNFETCH, WHICH BRACKETS EVERY
003320*  BRIDGE CALL WITH DYNAUDIT, BACKS OFF UNDER DYNRETRY WHEN
003360*  THROTTLED, AND SENDS CONSUMED CAPACITY THROUGH DYNPACE AND
003400*  DYNCAPLG, THE SAME AS THE REST OF THE SUITE.  THE REPORT
003450*  LINES STILL COME OUT IN CORROUT ORDER.
003460*
003470*  THE REPORT LINE CUTS THE KEYS SHORT, SO EACH FAILURE IS ALSO
003480*  WRITTEN WHOLE TO THE VERFAIL FILE (ONE 1100-BYTE RECORD PER
003490*  VERRPT LINE) FOR DYNDHIST.
003500*
003600*  SYSIN PARAMETER RECORD (OPTIONAL) -
003700*      COLS 1-5    TARGET CAPACITY UNITS PER SECOND - DYNPACE
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT REPORT-FILE ASSIGN TO VERRPT
005000         ORGANIZATION IS SEQUENTIAL.
005010     SELECT VERIFY-FAIL-FILE ASSIGN TO VERFAIL
005020         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CORRECTION-FILE
007800     RECORDING MODE IS F.
007900 01  REPORT-RECORD               PIC X(132).
008000
008010 FD  VERIFY-FAIL-FILE
008020     RECORDING MODE IS F.
008030 01  VERIFY-FAIL-RECORD.
008040     05 VFL-RESULT               PIC X(16).
008050     05 VFL-TABLE-NAME           PIC X(255).
008060     05 VFL-KEY-VALUE            PIC X(400).
008070     05 VFL-SORT-KEY-VALUE       PIC X(400).
008080     05 VFL-RUN-ID               PIC X(16).
008090     05 VFL-RETURN-CODE          PIC X(02).
008091     05 FILLER                   PIC X(11).
008092
008100 WORKING-STORAGE SECTION.
008200 COPY DynamoDBRQA.
008250 COPY DynamoDBBatchRQA.
008300
008400 77  WS-CORR-EOF-SWITCH          PIC X(01)   VALUE 'N'.
008500     88 WS-CORR-AT-EOF                       VALUE 'Y'.
009100 77  WS-UNKNOWN-COMMANDS         PIC 9(09) COMP VALUE ZERO.
009200 77  WS-FAILURES-REPORTED        PIC 9(09) COMP VALUE ZERO.
009300 77  WS-VERIF-RUN-ID             PIC X(16)   VALUE SPACES.
010000 77  WS-AUDIT-JOB-NAME           PIC X(08)   VALUE 'DYNVERIF'.
010100 77  WS-AUDIT-PHASE              PIC X(01)   VALUE SPACES.
010400     88 WS-AUDIT-CLOSE-CALL                  VALUE 'C'.
010500 77  WS-CAPLG-PHASE              PIC X(01)   VALUE SPACES.
010700     88 WS-CAPLG-CLOSE                       VALUE 'C'.
010800 77  WS-ITEM-FOUND-SWITCH        PIC X(01)   VALUE 'N'.
010900     88 WS-ITEM-FOUND                        VALUE 'Y'.
010904     88 WS-READ-FAILED                       VALUE 'Y'.
010906 77  WS-READS-FAILED             PIC 9(09) COMP VALUE ZERO.
010910 77  WS-VERIF-TABLE-NAME         PIC X(255)  VALUE SPACES.
010911 77  WS-KEY-HELD-SWITCH          PIC X(01)   VALUE 'N'.
010912     88 WS-KEY-HELD                          VALUE 'Y'.
010913 77  WS-HELD-SUB                 PIC 9(02) COMP VALUE ZERO.
010914 01  WS-CORRECTION-SAVE          PIC X(3077).
010915 01  WS-HELD-CORRECTIONS.
010916     05 WS-HELD-CORRECTION       PIC X(3077) OCCURS 25 TIMES.
010920
010921 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
010922 01  WS-STAT-COUNTERS.
014900******************************************************************
015000 1000-INITIALIZE.
015100     OPEN INPUT  CORRECTION-FILE
015200          OUTPUT REPORT-FILE
015250                 VERIFY-FAIL-FILE.
015300     MOVE SPACES TO WS-PARM-LINE.
015400     ACCEPT WS-PARM-LINE FROM SYSIN.
015500     IF WS-PARM-TARGET-CAPCTY-N NUMERIC
015600         MOVE WS-PARM-TARGET-CAPCTY-N TO WS-TARGET-CAPACITY
015700     END-IF.
015800     MOVE SPACES TO dynamoDB-request-area.
015850     MOVE ZERO TO BATCH-ENTRY-COUNT.
015900     PERFORM 2900-READ-CORRECTION-FILE
016000         THRU 2900-EXIT.
016100 1000-EXIT.
016400******************************************************************
016500*  2000-VERIFY-ONE-CORRECTION - ROUTE THE CURRENT CORRECTION BY
016600*                               ITS COMMAND CODE, THEN READ THE
016700*                               NEXT ONE.  S AND R CORRECTIONS
016750*                               ARE HELD FOR THE NEXT BULK READ
016800******************************************************************
016900 2000-VERIFY-ONE-CORRECTION.
016910     IF WS-VERIF-TABLE-NAME = SPACES
017400                 WS-VERIF-RUN-ID ', MASTER GENERATION '
017500                 CORR-HDR-MASTER-GEN
017600         WHEN CORR-IS-STORE
017650             OR CORR-IS-REMOVE
017700             PERFORM 2050-HOLD-CORRECTION
017800                 THRU 2050-EXIT
018200         WHEN OTHER
018300             DISPLAY 'DYNVERIF - UNKNOWN COMMAND CODE '
018400                 CORR-COMMAND-CODE
018900 2000-EXIT.
019000     EXIT.
019100
019101******************************************************************
019102*  2050-HOLD-CORRECTION - ADD THE CURRENT CORRECTION'S KEY TO THE
019103*                         BATCH, FIRST VERIFYING WHAT IS HELD IF
019104*                         THE TABLE CHANGES OR THE KEY IS ALREADY
019105*                         IN THE BATCH (ONE BGET CALL MAY NOT
019106*                         NAME A KEY TWICE); VERIFY THE BATCH
019107*                         ONCE IT IS FULL
019108******************************************************************
019109 2050-HOLD-CORRECTION.
019110     IF BATCH-ENTRY-COUNT > ZERO
019111         MOVE 'N' TO WS-KEY-HELD-SWITCH
019112         IF CORR-TABLE-NAME NOT = BATCH-TABLE-NAME
019113             SET WS-KEY-HELD TO TRUE
019114         ELSE
019115             PERFORM 2060-CHECK-ONE-HELD-KEY
019116                 THRU 2060-EXIT
019117                 VARYING WS-HELD-SUB FROM 1 BY 1
019118                 UNTIL WS-HELD-SUB > BATCH-ENTRY-COUNT
019119                 OR WS-KEY-HELD
019120         END-IF
019121         IF WS-KEY-HELD
019122             MOVE CORRECTION-RECORD TO WS-CORRECTION-SAVE
019123             PERFORM 2500-VERIFY-HELD-BATCH
019124                 THRU 2500-EXIT
019125             MOVE WS-CORRECTION-SAVE TO CORRECTION-RECORD
019126         END-IF
019127     END-IF.
019128     ADD 1 TO BATCH-ENTRY-COUNT.
019129     SET BATCH-ENTRY-IDX TO BATCH-ENTRY-COUNT.
019130     MOVE CORR-TABLE-NAME TO BATCH-TABLE-NAME.
019131     MOVE CORR-KEY-TYPE   TO BATCH-KEY-TYPE (BATCH-ENTRY-IDX).
019132     MOVE CORR-KEY-LENGTH TO BATCH-KEY-LENGTH (BATCH-ENTRY-IDX).
019133     MOVE CORR-KEY-VALUE  TO BATCH-KEY-VALUE (BATCH-ENTRY-IDX).
019134     MOVE CORR-SORT-KEY-TYPE
019135         TO BATCH-SORT-KEY-TYPE (BATCH-ENTRY-IDX).
019136     IF CORR-SORT-KEY-LENGTH NUMERIC
019137         MOVE CORR-SORT-KEY-LENGTH
019138             TO BATCH-SORT-KEY-LENGTH (BATCH-ENTRY-IDX)
019139     ELSE
019140         MOVE ZERO TO BATCH-SORT-KEY-LENGTH (BATCH-ENTRY-IDX)
019141     END-IF.
019142     MOVE CORR-SORT-KEY-VALUE
019143         TO BATCH-SORT-KEY-VALUE (BATCH-ENTRY-IDX).
019144     MOVE CORRECTION-RECORD
019145         TO WS-HELD-CORRECTION (BATCH-ENTRY-COUNT).
019146     IF BATCH-ENTRY-COUNT = 25
019147         PERFORM 2500-VERIFY-HELD-BATCH
019148             THRU 2500-EXIT
019149     END-IF.
019150 2050-EXIT.
019151     EXIT.
019152
019153******************************************************************
019154*  2060-CHECK-ONE-HELD-KEY - FLAG THE CURRENT KEY IF ONE HELD
019155*                            ENTRY ALREADY CARRIES IT
019156******************************************************************
019157 2060-CHECK-ONE-HELD-KEY.
019158     IF BATCH-KEY-VALUE (WS-HELD-SUB) = CORR-KEY-VALUE
019159         AND BATCH-SORT-KEY-VALUE (WS-HELD-SUB)
019160             = CORR-SORT-KEY-VALUE
019161         SET WS-KEY-HELD TO TRUE
019162     END-IF.
019163 2060-EXIT.
019164     EXIT.
019165
019200******************************************************************
019300*  2100-VERIFY-STORE - AN S CORRECTION'S ITEM MUST NOW EXIST
019400*                      WITH THE EXPECTED RECORD VALUE
019500******************************************************************
019600 2100-VERIFY-STORE.
019810     IF WS-READ-FAILED
019820         ADD 1 TO WS-READS-FAILED
019830         MOVE 'S READ FAILED' TO WS-RPT-RESULT
020300             THRU 2400-EXIT
020400         GO TO 2100-EXIT
020500     END-IF.
020600     IF BATCH-RECORD-VALUE (BATCH-ENTRY-IDX)
020650         NOT = CORR-RECORD-VALUE
020700         ADD 1 TO WS-STORES-FAILED
020800         MOVE 'S VALUE WRONG' TO WS-RPT-RESULT
020900         PERFORM 2400-WRITE-FAILURE-LINE
021800*  2200-VERIFY-REMOVE - AN R CORRECTION'S KEY MUST NOW BE GONE
021900******************************************************************
022000 2200-VERIFY-REMOVE.
022210     IF WS-READ-FAILED
022220         ADD 1 TO WS-READS-FAILED
022230         MOVE 'R READ FAILED' TO WS-RPT-RESULT
023200     EXIT.
023300
023400******************************************************************
023500*  2300-TAKE-READ-RESULT - DECIDE FROM THE HELD ENTRY'S DYNFETCH
023600*                          RESULT WHETHER THE ITEM IS THERE.
023700*                          ONLY A SUCCESSFUL READ THAT FOUND NO
023800*                          ITEM IS ABSENCE - A KEY DYNFETCH
023900*                          COULD NOT READ PROVES NOTHING EITHER
024000*                          WAY AND COMES BACK AS A READ FAILURE
024200******************************************************************
024300 2300-TAKE-READ-RESULT.
026200     MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
026250     MOVE 'N' TO WS-READ-FAILED-SWITCH.
026300     EVALUATE TRUE
026350         WHEN BATCH-ENTRY-SUCCESSFUL (BATCH-ENTRY-IDX)
026400             SET WS-ITEM-FOUND TO TRUE
026450         WHEN BATCH-ENTRY-NOT-FOUND (BATCH-ENTRY-IDX)
026500             CONTINUE
026550         WHEN OTHER
026600             SET WS-READ-FAILED TO TRUE
026650     END-EVALUATE.
026700 2300-EXIT.
026800     EXIT.
026900
030600******************************************************************
030700*  2400-WRITE-FAILURE-LINE - ONE REPORT LINE FOR A CORRECTION
030800*                            THAT DID NOT TAKE - THE KEY, THE
030900*                            BRIDGE RETURN CODE, AND THE
031000*                            EXPECTED AND ACTUAL VALUES SIDE BY
031100*                            SIDE - AND THE SAME FAILURE, KEYS
031150*                            IN FULL, ON THE VERFAIL FILE
031200******************************************************************
031300 2400-WRITE-FAILURE-LINE.
031400     MOVE CORR-KEY-VALUE      TO WS-RPT-KEY-VALUE.
031500     MOVE CORR-SORT-KEY-VALUE TO WS-RPT-SORT-KEY-VALUE.
031600     IF WS-READ-FAILED
031620         AND NOT BATCH-REQUEST-SUCCESSFUL
031640         MOVE BATCH-RETURN-CODE TO WS-RPT-RETURN-CODE
031660     ELSE
031700         MOVE BATCH-ENTRY-RETURN-CODE (BATCH-ENTRY-IDX)
031730             TO WS-RPT-RETURN-CODE
031760     END-IF.
031800     IF CORR-IS-STORE
031900         MOVE CORR-RECORD-VALUE TO WS-RPT-EXPECTED-VALUE
032000     ELSE
032200     END-IF.
032300     EVALUATE TRUE
032400         WHEN WS-ITEM-FOUND
032450             MOVE BATCH-RECORD-VALUE (BATCH-ENTRY-IDX)
032470                 TO WS-RPT-ACTUAL-VALUE
032500         WHEN WS-READ-FAILED
032550             MOVE '(UNKNOWN)'   TO WS-RPT-ACTUAL-VALUE
032600         WHEN OTHER
032650             MOVE '(ABSENT)'    TO WS-RPT-ACTUAL-VALUE
032700     END-EVALUATE.
032800     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
032810     MOVE SPACES TO VERIFY-FAIL-RECORD.
032820     MOVE WS-RPT-RESULT       TO VFL-RESULT.
032830     MOVE CORR-TABLE-NAME     TO VFL-TABLE-NAME.
032840     MOVE CORR-KEY-VALUE      TO VFL-KEY-VALUE.
032850     MOVE CORR-SORT-KEY-VALUE TO VFL-SORT-KEY-VALUE.
032860     MOVE WS-VERIF-RUN-ID     TO VFL-RUN-ID.
032870     MOVE WS-RPT-RETURN-CODE  TO VFL-RETURN-CODE.
032880     WRITE VERIFY-FAIL-RECORD.
032900     ADD 1 TO WS-FAILURES-REPORTED.
033000 2400-EXIT.
033100     EXIT.
033200
033202******************************************************************
033204*  2500-VERIFY-HELD-BATCH - FETCH THE HELD KEYS THROUGH DYNFETCH
033206*                           AND VERIFY EACH HELD CORRECTION, IN
033208*                           THE ORDER IT WAS READ, AGAINST ITS
033210*                           ENTRY'S RESULT
033212******************************************************************
033214 2500-VERIFY-HELD-BATCH.
033216     CALL 'DYNFETCH' USING WS-AUDIT-JOB-NAME
033218                           DYNAMODB-BATCH-REQUEST-AREA
033220                           WS-TARGET-CAPACITY.
033222     PERFORM 2550-VERIFY-ONE-HELD
033224         THRU 2550-EXIT
033226         VARYING BATCH-ENTRY-IDX FROM 1 BY 1
033228         UNTIL BATCH-ENTRY-IDX > BATCH-ENTRY-COUNT.
033230     MOVE ZERO TO BATCH-ENTRY-COUNT.
033232 2500-EXIT.
033234     EXIT.
033236
033238******************************************************************
033240*  2550-VERIFY-ONE-HELD - PUT ONE HELD CORRECTION BACK IN THE
033242*                         RECORD AREA AND RUN THE STORE OR
033244*                         REMOVE CHECK ON IT
033246******************************************************************
033248 2550-VERIFY-ONE-HELD.
033250     MOVE WS-HELD-CORRECTION (BATCH-ENTRY-IDX)
033252         TO CORRECTION-RECORD.
033254     PERFORM 2300-TAKE-READ-RESULT
033256         THRU 2300-EXIT.
033258     IF CORR-IS-STORE
033260         PERFORM 2100-VERIFY-STORE
033262             THRU 2100-EXIT
033264     ELSE
033266         PERFORM 2200-VERIFY-REMOVE
033268             THRU 2200-EXIT
033270     END-IF.
033272 2550-EXIT.
033274     EXIT.
033276
033300******************************************************************
033400*  2900-READ-CORRECTION-FILE - READ THE NEXT CORRECTION, SET THE
033500*                              END-OF-FILE SWITCH AT EOF, AND
033550*                              VERIFY WHATEVER IS STILL HELD
033600******************************************************************
033700 2900-READ-CORRECTION-FILE.
033800     READ CORRECTION-FILE
033900         AT END
034000             SET WS-CORR-AT-EOF TO TRUE
034020             IF BATCH-ENTRY-COUNT > ZERO
034040                 PERFORM 2500-VERIFY-HELD-BATCH
034060                     THRU 2500-EXIT
034080             END-IF
034100             GO TO 2900-EXIT
034200     END-READ.
034300     ADD 1 TO WS-CORRECTIONS-READ.
036100                           command
036200                           consumed-capacity-units.
036300     CLOSE CORRECTION-FILE
036400           REPORT-FILE
036450           VERIFY-FAIL-FILE.
036500     DISPLAY 'DYNVERIF - CORRECTIONS READ  : '
036600         WS-CORRECTIONS-READ.
036700     DISPLAY 'DYNVERIF - STORES VERIFIED   : '
039700     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
039800                           WS-VERIF-TABLE-NAME
039900                           WS-STAT-RETURN-CODE
040000                           WS-STAT-COUNTERS
040050                           WS-VERIF-RUN-ID.
040100 8000-EXIT.
040200     EXIT.
