001416*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
001417*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
001418*                 OPERATIONS REPORT.
001425* 2026-10-15  JH  BEFORE-IMAGE JOURNAL - EVERY ITEM IS READ
001432*                 BEFORE IT IS STORED OR REMOVED AND ITS BEFORE
001439*                 IMAGE WRITTEN THROUGH DYNJRNL TO THE SHARED
001446*                 BIJRNL JOURNAL UNDER THE RUN ID, SO DYNBKOUT
001453*                 CAN BACK THE RUN OUT.  AN ITEM WHOSE BEFORE
001460*                 IMAGE CANNOT BE READ OR JOURNALED IS NOT
001467*                 CHANGED BUT RECYCLED.  THE RUN ID IS TAKEN
001474*                 FROM THE LOADIN 'H' HEADER, ELSE SYSIN COLS
001481*                 17-32, ELSE THE RUN DATE AND TIME.
001482* 2026-10-15  JH  TRANSACTION GROUPS - A 'G' GROUP HEADER AND THE
001483*                 MEMBERS IT COUNTS ARE SENT AS ONE TWRITE
001484*                 TRANSACTIONAL WRITE, SO THE GROUP IS APPLIED
001485*                 ALL OR NOTHING.  A GROUP THAT FAILS GOES TO
001486*                 RECYCLE WHOLE, HEADER AND ALL, READY TO BE FED
001487*                 BACK IN AS ONE GROUP.
001489* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001491*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001493*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001494* 2026-10-15  JH  A GROUP HEADER WITH NO USABLE MEMBER COUNT NOW
001495*                 TAKES EVERY RECORD UP TO THE NEXT HEADER AS ITS
001496*                 MEMBERS AND REJECTS THEM WITH IT, INSTEAD OF
001497*                 LOADING THEM ONE BY ONE.
001498******************************************************************
001500******************************************************************
001600*  DYNBATCH READS A SEQUENTIAL LOAD FILE OF DYNAMODB STORE/
001700*  REMOVE REQUESTS, ACCUMULATES THEM INTO DYNAMODB-BATCH-
002087*      COL  15     'O' OVERRIDES A STALE DYNTLOCK TABLE LOCK
002088*                  LEFT BY AN ABENDED JOB - USE ONLY AFTER THE
002089*                  OPERATOR HAS CONFIRMED THE HOLDER IS DEAD
002099*      COLS 17-32  RUN ID FOR THE BEFORE-IMAGE JOURNAL WHEN
002109*                  LOADIN HAS NO 'H' HEADER - GIVE THE FAILED
002119*                  RUN'S ID ON A RESTART (BLANK = THE RUN DATE
002129*                  AND TIME, DISPLAYED AT START-UP)
002139*
002149*  EVERY ITEM IS READ BEFORE IT IS CHANGED AND ITS BEFORE IMAGE
002159*  JOURNALED THROUGH DYNJRNL TO DD BIJRNL.  DYNBKOUT USES THE
002169*  JOURNAL TO BACK OUT A BAD RUN BY ITS RUN ID.
002171*
002173*  A 'G' GROUP HEADER RECORD (GROUP ID, MEMBER COUNT 1-25) MAKES
002175*  THE NEXT COUNT S/R RECORDS ONE TRANSACTION.  ANY BATCH IN
002177*  HAND IS SENT FIRST; THEN EVERY MEMBER'S TABLE IS LOCKED AND
002179*  ITS BEFORE IMAGE JOURNALED, AND THE MEMBERS GO TO THE BRIDGE
002181*  TOGETHER AS ONE TWRITE CALL, WHICH APPLIES ALL OF THEM OR
002183*  NONE.  IF ANY MEMBER CANNOT BE JOURNALED, OR THE TRANSACTION
002185*  IS CANCELLED OR STAYS THROTTLED, NOTHING IS APPLIED AND THE
002187*  HEADER AND EVERY MEMBER GO TO RECYCLE AS ONE GROUP.  A GROUP
002189*  WHOSE HEADER OR MEMBERS ARE NOT VALID, OR THAT IS SHORT OF ITS
002191*  COUNT, IS REJECTED WHOLE (DYNEDIT CATCHES THESE FIRST).  THE
002193*  CAPACITY LEDGER CHARGES A TRANSACTION TO ITS FIRST MEMBER'S
002195*  TABLE.  A CHECKPOINT NEVER FALLS INSIDE A GROUP.
002197******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
003800       88 LOAD-IS-STORE          VALUE 'S'.
003900       88 LOAD-IS-REMOVE         VALUE 'R'.
003950       88 LOAD-IS-RUN-HEADER     VALUE 'H'.
003970       88 LOAD-IS-GROUP-HEADER   VALUE 'G'.
004000     05 LOAD-TABLE-NAME          PIC X(255).
004100     05 LOAD-KEY-TYPE            PIC X(02).
004200     05 LOAD-KEY-LENGTH          PIC 9(05).
004940     05 LOAD-HDR-MASTER-GEN      PIC 9(08).
004950     05 LOAD-HDR-TABLE-NAME      PIC X(255).
004960     05 FILLER                   PIC X(2797).
004966 01  LOAD-GROUP-HEADER-RECORD.
004972     05 FILLER                   PIC X(01).
004978     05 LOAD-GRP-GROUP-ID        PIC X(16).
004984     05 LOAD-GRP-ITEM-COUNT      PIC 9(03).
004990     05 FILLER                   PIC X(3057).
005000
005100 FD  BATCH-LOG-FILE
005200     RECORDING MODE IS F.
005500 WORKING-STORAGE SECTION.
005600 COPY DynamoDBBatchRQA.
005700 COPY DynamoDBRQA.
005750 COPY DynamoDBJournal.
005800
005900 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
006000     88 WS-END-OF-FILE                       VALUE 'Y'.
007980     05 FILLER                   PIC X(01).
007981     05 WS-PARM-LOCK-OVERRIDE    PIC X(01).
007982        88 WS-LOCK-OVERRIDE                   VALUE 'O'.
007985     05 FILLER                   PIC X(01).
007988     05 WS-PARM-RUN-ID           PIC X(16).
007991     05 FILLER                   PIC X(48).
007994
007997 77  WS-TLOCK-FUNCTION           PIC X(01)   VALUE SPACES.
008000     88 WS-TLOCK-ACQUIRE                     VALUE 'A'.
008003     88 WS-TLOCK-FORCE                       VALUE 'F'.
008006     88 WS-TLOCK-CLOSE                       VALUE 'C'.
008009 77  WS-TLOCK-RESULT             PIC X(01)   VALUE SPACES.
008012     88 WS-TLOCK-GRANTED                     VALUE 'Y'.
008015 77  WS-TLOCK-OPERATION          PIC X(06)   VALUE SPACES.
008018 77  WS-LOCK-REFUSED-SWITCH      PIC X(01)   VALUE 'N'.
008021     88 WS-LOCK-REFUSED                      VALUE 'Y'.
008024
008027 01  WS-RUN-DATE-TIME.
008030     05 WS-RUN-YYYYMMDD          PIC 9(08).
008033     05 WS-RUN-HHMMSSTT          PIC 9(08).
008036 77  WS-JRNL-RUN-ID              PIC X(16)   VALUE SPACES.
008039 77  WS-JRNL-PHASE               PIC X(01)   VALUE SPACES.
008042     88 WS-JRNL-WRITE                        VALUE 'W'.
008045     88 WS-JRNL-CLOSE                        VALUE 'C'.
008048 77  WS-JRNL-RESULT              PIC X(01)   VALUE SPACES.
008051     88 WS-JRNL-WRITTEN                      VALUE 'Y'.
008054 77  WS-BEFORE-IMAGE-SWITCH      PIC X(01)   VALUE SPACES.
008057     88 WS-BEFORE-IMAGE-FOUND                VALUE 'F'.
008060     88 WS-BEFORE-IMAGE-ABSENT               VALUE 'A'.
008063     88 WS-BEFORE-IMAGE-UNREADABLE           VALUE 'U'.
008066 77  WS-ITEMS-JOURNALED          PIC 9(09) COMP VALUE ZERO.
008069 77  WS-ITEMS-NOT-JOURNALED      PIC 9(09) COMP VALUE ZERO.
008070
008071 77  WS-GROUPS-APPLIED           PIC 9(09) COMP VALUE ZERO.
008072 77  WS-GROUPS-RECYCLED          PIC 9(09) COMP VALUE ZERO.
008073 77  WS-GROUPS-REJECTED          PIC 9(09) COMP VALUE ZERO.
008074 77  WS-GROUP-EXPECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
008075 77  WS-GROUP-MEMBER-COUNT       PIC 9(05) COMP VALUE ZERO.
008076 77  WS-GROUP-SUB                PIC 9(02) COMP VALUE ZERO.
008077 77  WS-MAX-GROUP-ITEMS          PIC 9(02) COMP VALUE 25.
008078 77  WS-GROUP-COUNT-UNKNOWN      PIC 9(05) COMP VALUE 99999.
008079 77  WS-GROUP-ID                 PIC X(16)   VALUE SPACES.
008080 77  WS-GROUP-VALID-SWITCH       PIC X(01)   VALUE 'N'.
008081     88 WS-GROUP-VALID                       VALUE 'Y'.
008082 77  WS-GROUP-FAILED-SWITCH      PIC X(01)   VALUE 'N'.
008083     88 WS-GROUP-FAILED                      VALUE 'Y'.
008084 01  WS-GROUP-HEADER-SAVE        PIC X(3077).
008085 01  WS-GROUP-NEXT-RECORD        PIC X(3077).
008086* THE MEMBERS OF THE GROUP IN HAND, IN THE LOADIN LAYOUT
008087 01  WS-GROUP-MEMBERS.
008088     05 WS-GROUP-LOAD-RECORD     PIC X(3077) OCCURS 25 TIMES.
008089
008100 01  WS-LOG-LINE.
008200     05 FILLER                   PIC X(15) VALUE 'DYNBATCH BATCH'.
008300     05 WS-LOG-BATCH-NO          PIC ZZZ,ZZZ,ZZ9.
008940
008941 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
008942 01  WS-STAT-COUNTERS.
008943     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 8.
008944     05 FILLER                   PIC X(16)   VALUE
008945        'RECORDS READ'.
008946     05 WS-STAT-RECORDS-READ     PIC 9(09)   VALUE ZERO.
008956     05 FILLER                   PIC X(16)   VALUE
008957        'ITEMS RECYCLED'.
008958     05 WS-STAT-ITEMS-RECYCLED   PIC 9(09)   VALUE ZERO.
008959     05 FILLER                   PIC X(16)   VALUE
008964        'ITEMS JOURNALED'.
008969     05 WS-STAT-ITEMS-JOURNALED  PIC 9(09)   VALUE ZERO.
008974     05 FILLER                   PIC X(16)   VALUE
008976        'GROUPS APPLIED'.
008979     05 WS-STAT-GROUPS-APPLIED   PIC 9(09)   VALUE ZERO.
008984     05 FILLER                   PIC X(16)   VALUE
008986        'GROUPS RECYCLED'.
008989     05 WS-STAT-GROUPS-RECYCLED  PIC 9(09)   VALUE ZERO.
008994
009000 PROCEDURE DIVISION.
009100******************************************************************
009200*  0000-MAINLINE
011052     IF WS-PARM-TARGET-CAPCTY-N NUMERIC
011054         MOVE WS-PARM-TARGET-CAPCTY-N TO WS-TARGET-CAPACITY
011056     END-IF.
011057     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
011058     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
011059     IF WS-PARM-RUN-ID NOT = SPACES
011060         MOVE WS-PARM-RUN-ID TO WS-JRNL-RUN-ID
011061     ELSE
011062         MOVE WS-RUN-DATE-TIME TO WS-JRNL-RUN-ID
011063     END-IF.
011064     IF WS-RESTART-REQUESTED
011070         PERFORM 1100-RESTART-FROM-CHECKPOINT
011080             THRU 1100-EXIT
011090     END-IF.
011098     END-IF.
011100     PERFORM 2900-READ-LOAD-FILE
011200         THRU 2900-EXIT.
011210* THE RECONCILIATION RUN ID ON A LOADIN HEADER IS THE RUN ID THE
011220* CHANGES ARE JOURNALED UNDER, SO ONE ID TRACES AND BACKS OUT
011230* THE WHOLE CHAIN
011240     IF NOT WS-END-OF-FILE
011250         AND LOAD-IS-RUN-HEADER
011260         AND LOAD-HDR-RUN-ID NOT = SPACES
011270         MOVE LOAD-HDR-RUN-ID TO WS-JRNL-RUN-ID
011280     END-IF.
011290     DISPLAY 'DYNBATCH - JOURNAL RUN ID ' WS-JRNL-RUN-ID.
011300 1000-EXIT.
011400     EXIT.
011500
011557         NOT AT END
011558             ADD 1 TO WS-RECORDS-SKIPPED
011559     END-READ.
011563     IF NOT WS-END-OF-FILE
011567         AND LOAD-IS-RUN-HEADER
011571         AND LOAD-HDR-RUN-ID NOT = SPACES
011575         MOVE LOAD-HDR-RUN-ID TO WS-JRNL-RUN-ID
011579     END-IF.
011583 1110-EXIT.
011587     EXIT.
011591
011600******************************************************************
011700*  2000-PROCESS-INPUT - FAN INPUT RECORDS INTO BATCH ENTRIES,
011800*                       SUBMITTING A BATCH WHENEVER IT FILLS OR
012108             THRU 2900-EXIT
012109         GO TO 2000-EXIT
012110     END-IF.
012111     IF LOAD-IS-GROUP-HEADER
012112         IF BATCH-ENTRY-COUNT > ZERO
012113             PERFORM 3000-SUBMIT-BATCH
012114                 THRU 3000-EXIT
012115         END-IF
012116         PERFORM 2500-APPLY-TRANSACTION-GROUP
012117             THRU 2500-EXIT
012118         GO TO 2000-EXIT
012119     END-IF.
012120     IF NOT LOAD-IS-STORE AND NOT LOAD-IS-REMOVE
012121         DISPLAY 'DYNBATCH - INVALID LOAD COMMAND CODE, RECORD '
012130             'REJECTED: ' LOAD-COMMAND-CODE
012140         ADD 1 TO WS-RECORDS-REJECTED
012145         ADD 1 TO WS-RECORDS-COMMITTED
012780     END-IF.
012800     MOVE LOAD-COMMAND-CODE TO WS-CURRENT-COMMAND.
012900     MOVE LOAD-TABLE-NAME   TO WS-CURRENT-TABLE-NAME.
012907* WRITE-AHEAD - AN ITEM WHOSE BEFORE IMAGE IS NOT ON THE JOURNAL
012914* COULD NEVER BE BACKED OUT, SO IT IS RECYCLED UNCHANGED
012921     PERFORM 2200-JOURNAL-BEFORE-IMAGE
012928         THRU 2200-EXIT.
012935     IF NOT WS-JRNL-WRITTEN
012942         WRITE RECYCLE-RECORD FROM LOAD-RECORD
012949         ADD 1 TO WS-ITEMS-NOT-JOURNALED
012956         ADD 1 TO WS-ITEMS-DROPPED
012963         ADD 1 TO WS-RECORDS-COMMITTED
012970         PERFORM 2900-READ-LOAD-FILE
012977             THRU 2900-EXIT
012984         GO TO 2000-EXIT
012991     END-IF.
013000     PERFORM 2100-BUILD-BATCH-ENTRY
013100         THRU 2100-EXIT.
013200     ADD 1 TO WS-RECORDS-LOADED.
017000 2100-EXIT.
017100     EXIT.
017200
017201******************************************************************
017202*  2200-JOURNAL-BEFORE-IMAGE - READ THE ITEM AS IT STANDS NOW
017203*                              AND WRITE IT, WITH THE VALUE
017204*                              ABOUT TO REPLACE IT, TO THE
017205*                              BEFORE-IMAGE JOURNAL
017206******************************************************************
017207 2200-JOURNAL-BEFORE-IMAGE.
017208     MOVE 'N' TO WS-JRNL-RESULT.
017209     PERFORM 2210-READ-BEFORE-IMAGE
017210         THRU 2210-EXIT.
017211     IF WS-BEFORE-IMAGE-UNREADABLE
017212         DISPLAY 'DYNBATCH - BEFORE IMAGE READ FAILED, RETURN '
017213             'CODE '
017214             dynamodb-return-code IN dynamoDB-response-area
017215             ' - ITEM RECYCLED: ' LOAD-KEY-VALUE (1:40)
017216         GO TO 2200-EXIT
017217     END-IF.
017218     MOVE SPACES TO dynamoDB-journal-record.
017219     MOVE WS-JRNL-RUN-ID       TO jrnl-run-id.
017220     IF LOAD-IS-STORE
017221         SET jrnl-store-command TO TRUE
017222     ELSE
017223         SET jrnl-remove-command TO TRUE
017224     END-IF.
017225     MOVE LOAD-TABLE-NAME      TO jrnl-table-name.
017226     MOVE LOAD-KEY-TYPE        TO jrnl-key-type.
017227     MOVE LOAD-KEY-LENGTH      TO jrnl-key-length.
017228     MOVE LOAD-KEY-VALUE       TO jrnl-key-value.
017229     MOVE LOAD-SORT-KEY-TYPE   TO jrnl-sort-key-type.
017230     IF LOAD-SORT-KEY-LENGTH NUMERIC
017231         MOVE LOAD-SORT-KEY-LENGTH TO jrnl-sort-key-length
017232     ELSE
017233         MOVE ZERO TO jrnl-sort-key-length
017234     END-IF.
017235     MOVE LOAD-SORT-KEY-VALUE  TO jrnl-sort-key-value.
017236     IF WS-BEFORE-IMAGE-FOUND
017237         SET jrnl-before-image-present TO TRUE
017238         MOVE record-type      TO jrnl-before-record-type
017239         MOVE record-length    TO jrnl-before-record-length
017240         MOVE record-value     TO jrnl-before-record-value
017241     ELSE
017242         SET jrnl-before-image-absent TO TRUE
017243         MOVE ZERO TO jrnl-before-record-length
017244     END-IF.
017245     IF LOAD-IS-STORE
017246         MOVE LOAD-RECORD-TYPE   TO jrnl-after-record-type
017247         MOVE LOAD-RECORD-LENGTH TO jrnl-after-record-length
017248         MOVE LOAD-RECORD-VALUE  TO jrnl-after-record-value
017249     ELSE
017250         MOVE ZERO TO jrnl-after-record-length
017251     END-IF.
017252     SET WS-JRNL-WRITE TO TRUE.
017253     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
017254                          WS-JRNL-PHASE
017255                          dynamoDB-journal-record
017256                          WS-JRNL-RESULT.
017257     IF WS-JRNL-WRITTEN
017258         ADD 1 TO WS-ITEMS-JOURNALED
017259     ELSE
017260         DISPLAY 'DYNBATCH - BEFORE IMAGE NOT JOURNALED - ITEM '
017261             'RECYCLED: ' LOAD-KEY-VALUE (1:40)
017262     END-IF.
017263 2200-EXIT.
017264     EXIT.
017265
017266******************************************************************
017267*  2210-READ-BEFORE-IMAGE - READ THE ITEM'S CURRENT VALUE; A
017268*                           SUCCESSFUL READ WITH NO VALUE MEANS
017269*                           THE ITEM DOES NOT EXIST YET
017270******************************************************************
017271 2210-READ-BEFORE-IMAGE.
017272     MOVE SPACES TO dynamoDB-request-area.
017273     SET read-command TO TRUE.
017274     MOVE LOAD-TABLE-NAME      TO table-name.
017275     MOVE LOAD-KEY-TYPE        TO key-type.
017276     MOVE LOAD-KEY-LENGTH      TO key-length.
017277     MOVE LOAD-KEY-VALUE       TO key-value.
017278     MOVE LOAD-SORT-KEY-TYPE   TO sort-key-type.
017279     IF LOAD-SORT-KEY-LENGTH NUMERIC
017280         MOVE LOAD-SORT-KEY-LENGTH TO sort-key-length
017281     ELSE
017282         MOVE ZERO TO sort-key-length
017283     END-IF.
017284     MOVE LOAD-SORT-KEY-VALUE  TO sort-key-value.
017285     MOVE ZERO TO retry-count IN dynamoDB-response-area.
017286     SET WS-KEEP-TRYING TO TRUE.
017287     PERFORM 2250-ATTEMPT-READ
017288         THRU 2250-EXIT
017289         UNTIL NOT WS-KEEP-TRYING.
017290     IF NOT request-successful
017291         SET WS-BEFORE-IMAGE-UNREADABLE TO TRUE
017292     ELSE
017293         IF record-value = SPACES
017294             SET WS-BEFORE-IMAGE-ABSENT TO TRUE
017295         ELSE
017296             SET WS-BEFORE-IMAGE-FOUND TO TRUE
017297         END-IF
017298     END-IF.
017299 2210-EXIT.
017300     EXIT.
017301
017302******************************************************************
017303*  2250-ATTEMPT-READ - CALL THE BRIDGE ONCE, AUDITING BEFORE AND
017304*                      AFTER, AND BACK OFF AND TRY AGAIN IF THE
017305*                      CALL COMES BACK THROTTLED
017306******************************************************************
017307 2250-ATTEMPT-READ.
017308     SET WS-AUDIT-BEFORE-CALL TO TRUE.
017309     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
017310                           WS-AUDIT-PHASE
017311                           dynamoDB-request-area.
017312     CALL 'DynamoDBBR' USING dynamoDB-request-area.
017313     SET WS-AUDIT-AFTER-CALL TO TRUE.
017314     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
017315                           WS-AUDIT-PHASE
017316                           dynamoDB-request-area.
017317     CALL 'DYNPACE' USING consumed-capacity-units
017318                           WS-TARGET-CAPACITY.
017319     SET WS-CAPLG-ACCUMULATE TO TRUE.
017320     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
017321                           WS-CAPLG-PHASE
017322                           table-name
017323                           command
017324                           consumed-capacity-units.
017325     MOVE 'N' TO WS-KEEP-TRYING-SWITCH.
017326     IF request-throttled IN dynamoDB-response-area
017327         CALL 'DYNRETRY' USING
017328             retry-count IN dynamoDB-response-area
017329             WS-MAX-RETRIES
017330             WS-RETRY-AGAIN-SWITCH
017331         IF WS-SHOULD-RETRY
017332             SET WS-KEEP-TRYING TO TRUE
017333         END-IF
017334     END-IF.
017335 2250-EXIT.
017336     EXIT.
017337
017338******************************************************************
017339*  2500-APPLY-TRANSACTION-GROUP - READ THE MEMBERS A 'G' HEADER
017340*                                 COUNTS AND APPLY THEM AS ONE
017341*                                 TRANSACTIONAL WRITE, OR RECYCLE
017342*                                 OR REJECT THE GROUP WHOLE.  ON
017343*                                 EXIT THE NEXT RECORD AFTER THE
017344*                                 GROUP IS IN THE LOAD RECORD
017345******************************************************************
017346 2500-APPLY-TRANSACTION-GROUP.
017347     MOVE LOAD-RECORD         TO WS-GROUP-HEADER-SAVE.
017348     MOVE LOAD-GRP-GROUP-ID   TO WS-GROUP-ID.
017349     MOVE ZERO TO WS-GROUP-MEMBER-COUNT.
017350     MOVE ZERO TO WS-GROUP-EXPECTED-COUNT.
017351     SET WS-GROUP-VALID TO TRUE.
017352     MOVE 'N' TO WS-GROUP-FAILED-SWITCH.
017353     IF LOAD-GRP-ITEM-COUNT NUMERIC
017354         MOVE LOAD-GRP-ITEM-COUNT TO WS-GROUP-EXPECTED-COUNT
017355     END-IF.
017356     IF WS-GROUP-EXPECTED-COUNT = ZERO
017357         OR WS-GROUP-EXPECTED-COUNT > WS-MAX-GROUP-ITEMS
017358         DISPLAY 'DYNBATCH - GROUP ' WS-GROUP-ID ' COUNT '
017359             LOAD-GRP-ITEM-COUNT ' NOT VALID - GROUP REJECTED'
017360         MOVE 'N' TO WS-GROUP-VALID-SWITCH
017361     END-IF.
017362* NO USABLE COUNT - EVERY MEMBER UP TO THE NEXT HEADER BELONGS TO
017363* THE GROUP AND IS REJECTED WITH IT
017364     IF WS-GROUP-EXPECTED-COUNT = ZERO
017365         MOVE WS-GROUP-COUNT-UNKNOWN TO WS-GROUP-EXPECTED-COUNT
017366     END-IF.
017367     PERFORM 2900-READ-LOAD-FILE
017368         THRU 2900-EXIT.
017369     PERFORM 2510-READ-ONE-MEMBER
017370         THRU 2510-EXIT
017371         UNTIL WS-GROUP-MEMBER-COUNT = WS-GROUP-EXPECTED-COUNT
017372         OR WS-END-OF-FILE
017373         OR LOAD-IS-RUN-HEADER
017374         OR LOAD-IS-GROUP-HEADER.
017375     IF WS-GROUP-VALID
017376         AND WS-GROUP-MEMBER-COUNT < WS-GROUP-EXPECTED-COUNT
017377         DISPLAY 'DYNBATCH - GROUP ' WS-GROUP-ID ' SHORT OF ITS '
017378             'COUNT - GROUP REJECTED'
017379         MOVE 'N' TO WS-GROUP-VALID-SWITCH
017380     END-IF.
017381     IF NOT WS-GROUP-VALID
017382         COMPUTE WS-RECORDS-REJECTED =
017383             WS-RECORDS-REJECTED + WS-GROUP-MEMBER-COUNT + 1
017384         ADD 1 TO WS-GROUPS-REJECTED
017385         GO TO 2500-FINISH
017386     END-IF.
017387* THE MEMBERS ARE WORKED THROUGH THE LOAD RECORD, SO THE RECORD
017388* AFTER THE GROUP IS HELD ASIDE UNTIL THE GROUP IS DONE
017389     MOVE LOAD-RECORD TO WS-GROUP-NEXT-RECORD.
017390     MOVE ZERO TO BATCH-ENTRY-COUNT.
017391     PERFORM 2520-PREPARE-ONE-MEMBER
017392         THRU 2520-EXIT
017393         VARYING WS-GROUP-SUB FROM 1 BY 1
017394         UNTIL WS-GROUP-SUB > WS-GROUP-MEMBER-COUNT
017395         OR WS-GROUP-FAILED
017396         OR WS-LOCK-REFUSED.
017397     IF WS-LOCK-REFUSED
017398         MOVE ZERO TO BATCH-ENTRY-COUNT
017399         SET WS-END-OF-FILE TO TRUE
017400         GO TO 2500-EXIT
017401     END-IF.
017402     IF NOT WS-GROUP-FAILED
017403         PERFORM 2530-SUBMIT-TRANSACTION
017404             THRU 2530-EXIT
017405     END-IF.
017406     IF WS-GROUP-FAILED
017407         PERFORM 2540-RECYCLE-GROUP
017408             THRU 2540-EXIT
017409     ELSE
017410         ADD WS-GROUP-MEMBER-COUNT TO WS-RECORDS-LOADED
017411         ADD 1 TO WS-GROUPS-APPLIED
017412     END-IF.
017413     MOVE LOAD-TABLE-NAME TO WS-CURRENT-TABLE-NAME.
017414     MOVE SPACES TO WS-CURRENT-COMMAND.
017415     MOVE ZERO TO BATCH-ENTRY-COUNT.
017416     MOVE WS-GROUP-NEXT-RECORD TO LOAD-RECORD.
017417 2500-FINISH.
017418* THE GROUP IS COMMITTED AS ONE UNIT, SO A RESTART ALWAYS LANDS
017419* ON A GROUP BOUNDARY
017420     COMPUTE WS-RECORDS-COMMITTED =
017421         WS-RECORDS-COMMITTED + WS-GROUP-MEMBER-COUNT + 1.
017422     ADD 1 TO WS-BATCHES-SINCE-CHKPT.
017423     IF WS-CHECKPOINT-INTERVAL > ZERO
017424         AND WS-BATCHES-SINCE-CHKPT NOT < WS-CHECKPOINT-INTERVAL
017425         PERFORM 3500-WRITE-CHECKPOINT
017426             THRU 3500-EXIT
017427         MOVE ZERO TO WS-BATCHES-SINCE-CHKPT
017428     END-IF.
017429 2500-EXIT.
017430     EXIT.
017431
017432******************************************************************
017433*  2510-READ-ONE-MEMBER - HOLD ONE MEMBER OF THE GROUP AND READ
017434*                         THE NEXT RECORD
017435******************************************************************
017436 2510-READ-ONE-MEMBER.
017437     ADD 1 TO WS-GROUP-MEMBER-COUNT.
017438     IF NOT LOAD-IS-STORE AND NOT LOAD-IS-REMOVE
017439         DISPLAY 'DYNBATCH - GROUP ' WS-GROUP-ID ' MEMBER HAS '
017440             'INVALID COMMAND CODE ' LOAD-COMMAND-CODE
017441             ' - GROUP REJECTED'
017442         MOVE 'N' TO WS-GROUP-VALID-SWITCH
017443     END-IF.
017444     IF WS-GROUP-MEMBER-COUNT NOT > WS-MAX-GROUP-ITEMS
017445         MOVE LOAD-RECORD
017446             TO WS-GROUP-LOAD-RECORD (WS-GROUP-MEMBER-COUNT)
017447     END-IF.
017448     PERFORM 2900-READ-LOAD-FILE
017449         THRU 2900-EXIT.
017450 2510-EXIT.
017451     EXIT.
017452
017453******************************************************************
017454*  2520-PREPARE-ONE-MEMBER - LOCK THE MEMBER'S TABLE, JOURNAL ITS
017455*                            BEFORE IMAGE, AND ADD IT TO THE
017456*                            TRANSACTION; A MEMBER THAT CANNOT BE
017457*                            JOURNALED FAILS THE WHOLE GROUP
017458******************************************************************
017459 2520-PREPARE-ONE-MEMBER.
017460     MOVE WS-GROUP-LOAD-RECORD (WS-GROUP-SUB) TO LOAD-RECORD.
017461* DYNTLOCK GRANTS A TABLE THE RUN ALREADY HOLDS STRAIGHT AWAY
017462     PERFORM 2050-ACQUIRE-TABLE-LOCK
017463         THRU 2050-EXIT.
017464     IF WS-LOCK-REFUSED
017465         GO TO 2520-EXIT
017466     END-IF.
017467     PERFORM 2200-JOURNAL-BEFORE-IMAGE
017468         THRU 2200-EXIT.
017469     IF NOT WS-JRNL-WRITTEN
017470         ADD 1 TO WS-ITEMS-NOT-JOURNALED
017471         SET WS-GROUP-FAILED TO TRUE
017472         GO TO 2520-EXIT
017473     END-IF.
017474     PERFORM 2100-BUILD-BATCH-ENTRY
017475         THRU 2100-EXIT.
017476     IF LOAD-IS-STORE
017477         SET batch-entry-store (BATCH-ENTRY-IDX) TO TRUE
017478     ELSE
017479         SET batch-entry-remove (BATCH-ENTRY-IDX) TO TRUE
017480     END-IF.
017481     MOVE LOAD-TABLE-NAME
017482         TO batch-entry-table-name (BATCH-ENTRY-IDX).
017483 2520-EXIT.
017484     EXIT.
017485
017486******************************************************************
017487*  2530-SUBMIT-TRANSACTION - SEND THE GROUP TO THE BRIDGE AS ONE
017488*                            TWRITE CALL.  THE LEDGER AND AUDIT
017489*                            TRAIL CARRY THE FIRST MEMBER'S TABLE
017490******************************************************************
017491 2530-SUBMIT-TRANSACTION.
017492     SET BATCH-TRANSACT-WRITE-COMMAND TO TRUE.
017493     MOVE batch-entry-table-name (1) TO BATCH-TABLE-NAME.
017494     MOVE ZERO TO BATCH-RETRY-COUNT.
017495     SET WS-KEEP-TRYING TO TRUE.
017496     PERFORM 3100-ATTEMPT-BATCH-CALL
017497         THRU 3100-EXIT
017498         UNTIL NOT WS-KEEP-TRYING.
017499     ADD 1 TO WS-BATCHES-SENT.
017500     PERFORM 3200-LOG-BATCH-RESULT
017501         THRU 3200-EXIT.
017502     IF NOT BATCH-REQUEST-SUCCESSFUL
017503         SET WS-GROUP-FAILED TO TRUE
017504     END-IF.
017505 2530-EXIT.
017506     EXIT.
017507
017508******************************************************************
017509*  2540-RECYCLE-GROUP - NOTHING OF THE GROUP WAS APPLIED; WRITE
017510*                       ITS HEADER AND EVERY MEMBER TO RECYCLE SO
017511*                       THE NEXT RUN APPLIES IT AS ONE GROUP AGAIN
017512******************************************************************
017513 2540-RECYCLE-GROUP.
017514     DISPLAY 'DYNBATCH - GROUP ' WS-GROUP-ID ' NOT APPLIED - '
017515         WS-GROUP-MEMBER-COUNT ' ITEMS RECYCLED AS A GROUP'.
017516     WRITE RECYCLE-RECORD FROM WS-GROUP-HEADER-SAVE.
017517     PERFORM 2545-RECYCLE-ONE-MEMBER
017518         THRU 2545-EXIT
017519         VARYING WS-GROUP-SUB FROM 1 BY 1
017520         UNTIL WS-GROUP-SUB > WS-GROUP-MEMBER-COUNT.
017521     ADD WS-GROUP-MEMBER-COUNT TO WS-ITEMS-DROPPED.
017522     ADD 1 TO WS-GROUPS-RECYCLED.
017523 2540-EXIT.
017524     EXIT.
017525
017526******************************************************************
017527*  2545-RECYCLE-ONE-MEMBER - WRITE ONE MEMBER OF A FAILED GROUP
017528*                            TO RECYCLE AS IT WAS READ
017529******************************************************************
017530 2545-RECYCLE-ONE-MEMBER.
017531     WRITE RECYCLE-RECORD
017532         FROM WS-GROUP-LOAD-RECORD (WS-GROUP-SUB).
017533 2545-EXIT.
017534     EXIT.
017535
017536******************************************************************
017537*  2900-READ-LOAD-FILE - READ THE NEXT LOAD RECORD, SET THE
017538*                        END-OF-FILE SWITCH AT EOF
017600******************************************************************
017700 2900-READ-LOAD-FILE.
017710     IF WS-END-OF-FILE
037794                           BATCH-TABLE-NAME
037796                           BATCH-COMMAND
037798                           BATCH-CONSUMED-CAPACITY-UNITS.
037808     SET WS-JRNL-CLOSE TO TRUE.
037818     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
037828                          WS-JRNL-PHASE
037838                          dynamoDB-journal-record
037848                          WS-JRNL-RESULT.
037858     CLOSE LOAD-FILE
037900           BATCH-LOG-FILE
037905           RECYCLE-FILE.
037910     IF (WS-CHECKPOINT-INTERVAL > ZERO OR WS-RESTARTED-RUN)
038160     DISPLAY 'DYNBATCH - HEADERS PASSED : ' WS-HEADERS-PASSED.
038200     DISPLAY 'DYNBATCH - BATCHES SENT   : ' WS-BATCHES-SENT.
038300     DISPLAY 'DYNBATCH - ITEMS RECYCLED : ' WS-ITEMS-DROPPED.
038304     DISPLAY 'DYNBATCH - ITEMS JOURNALED: ' WS-ITEMS-JOURNALED.
038308     DISPLAY 'DYNBATCH - NOT JOURNALED  : '
038312         WS-ITEMS-NOT-JOURNALED.
038316     DISPLAY 'DYNBATCH - JOURNAL RUN ID : ' WS-JRNL-RUN-ID.
038317     DISPLAY 'DYNBATCH - GROUPS APPLIED : ' WS-GROUPS-APPLIED.
038318     DISPLAY 'DYNBATCH - GROUPS RECYCLED: ' WS-GROUPS-RECYCLED.
038319     DISPLAY 'DYNBATCH - GROUPS REJECTED: ' WS-GROUPS-REJECTED.
038320     IF WS-RECORDS-REJECTED > ZERO OR WS-ITEMS-DROPPED > ZERO
038340         MOVE 8 TO RETURN-CODE
038360     END-IF.
038600     MOVE WS-RECORDS-REJECTED TO WS-STAT-RECORDS-REJECTED.
038610     MOVE WS-BATCHES-SENT     TO WS-STAT-BATCHES-SENT.
038620     MOVE WS-ITEMS-DROPPED    TO WS-STAT-ITEMS-RECYCLED.
038625     MOVE WS-ITEMS-JOURNALED  TO WS-STAT-ITEMS-JOURNALED.
038626     MOVE WS-GROUPS-APPLIED   TO WS-STAT-GROUPS-APPLIED.
038627     MOVE WS-GROUPS-RECYCLED  TO WS-STAT-GROUPS-RECYCLED.
038630     MOVE RETURN-CODE         TO WS-STAT-RETURN-CODE.
038640     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
038650                           WS-CURRENT-TABLE-NAME
038660                           WS-STAT-RETURN-CODE
038670                           WS-STAT-COUNTERS
038675                           WS-JRNL-RUN-ID.
038680 8000-EXIT.
038690     EXIT.

