002019*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
002020*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
002021*                 OPERATIONS REPORT.
002028* 2026-10-15  JH  BEFORE-IMAGE JOURNAL - IN PURGE MODE EVERY
002035*                 ITEM SELECTED FOR REMOVAL IS WRITTEN, AS THE
002042*                 SCAN HAS JUST READ IT, THROUGH DYNJRNL TO THE
002049*                 SHARED BIJRNL JOURNAL UNDER THE RUN ID BEFORE
002056*                 IT JOINS A REMOVE BATCH, SO DYNBKOUT CAN PUT
002063*                 BACK A PURGE THAT TOOK THE WRONG ITEMS.  AN
002070*                 ITEM THAT CANNOT BE JOURNALED IS NOT PURGED.
002077*                 SYSIN RECORD 3 COLS 27-42 GIVE THE RUN ID
002084*                 (BLANK = THE RUN DATE AND TIME).
002085* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
002086*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
002087*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
002088* 2026-10-15  JH  THE RUN ID IS SET ON EVERY RUN, NOT ONLY A
002089*                 PURGE, SO A REPORT-ONLY RUN NO LONGER WRITES A
002090*                 BLANK RUN ID TO RUNSTATS.
002091******************************************************************
002100******************************************************************
002200*  DYNTTLRP SCANS THE TABLE NAMED ON SYSIN ONE ITEM AT A TIME,
002300*  FOLLOWING THE BRIDGE'S PAGINATION-TOKEN FROM CALL TO CALL, AND
002997*                             RATE (00000 OR BLANK = NO PACING)
002998*                  COL  25    'O' OVERRIDES A STALE DYNTLOCK
002999*                             TABLE LOCK LEFT BY AN ABENDED JOB
003004*                  COLS 27-42 RUN ID FOR THE BEFORE-IMAGE
003009*                             JOURNAL (BLANK = THE RUN DATE AND
003014*                             TIME, DISPLAYED AT START-UP)
003019*
003024*  IN PURGE MODE EVERY ITEM IS JOURNALED THROUGH DYNJRNL TO DD
003029*  BIJRNL, WITH THE VALUE THE SCAN JUST RETURNED AS ITS BEFORE
003034*  IMAGE, BEFORE IT IS REMOVED; DYNBKOUT CAN PUT A PURGE BACK BY
003039*  ITS RUN ID.  AN ITEM THAT CANNOT BE JOURNALED IS NOT PURGED
003044*  AND IS REPORTED 'NOT JOURNALED'.
003049*
003054*  WHEN DD TABLCTL IS SUPPLIED (SEE DynamoDBTblCtl) THE RUN
003059*  CHECKS EVERY TABLE THE CONTROL FILE LISTS, EACH WITH ITS OWN
003064*  TTL ATTRIBUTE AND PACING TARGET FROM ITS CONTROL RECORD AND
003069*  ITS OWN SECTION OF THE TTLRPT REPORT.  SYSIN RECORDS 1 AND 2
003074*  ARE IGNORED (BLANK CARDS WILL DO) BUT RECORD 3'S PURGE
003079*  PARAMETERS STILL APPLY, WITH THE PURGE CAP BOUNDING THE
003084*  WHOLE RUN ACROSS ALL TABLES.
003089******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
004600 COPY DynamoDBRQA.
004650 COPY DynamoDBBatchRQA.
004660 COPY DynamoDBTblCtl.
004680 COPY DynamoDBJournal.
004700
004800 77  WS-SCAN-TABLE-NAME          PIC X(255).
004900 77  WS-TTL-ATTRIBUTE-NAME       PIC X(30).
006422     05 FILLER                   PIC X(01).
006423     05 WS-PARM-LOCK-OVERRIDE    PIC X(01).
006424        88 WS-LOCK-OVERRIDE                   VALUE 'O'.
006425     05 FILLER                   PIC X(01).
006426     05 WS-PARM-RUN-ID           PIC X(16).
006427     05 FILLER                   PIC X(38).
006428
006429 77  WS-TLOCK-FUNCTION           PIC X(01)   VALUE SPACES.
006430     88 WS-TLOCK-ACQUIRE                     VALUE 'A'.
006431     88 WS-TLOCK-FORCE                       VALUE 'F'.
006432     88 WS-TLOCK-CLOSE                       VALUE 'C'.
006433 77  WS-TLOCK-RESULT             PIC X(01)   VALUE SPACES.
006434     88 WS-TLOCK-GRANTED                     VALUE 'Y'.
006435 77  WS-TLOCK-OPERATION          PIC X(06)   VALUE SPACES.
006436 77  WS-LOCK-REFUSED-SWITCH      PIC X(01)   VALUE 'N'.
006437     88 WS-LOCK-REFUSED                      VALUE 'Y'.
006438
006439 01  WS-RUN-DATE-TIME.
006440     05 WS-RUN-YYYYMMDD          PIC 9(08).
006441     05 WS-RUN-HHMMSSTT          PIC 9(08).
006442 77  WS-JRNL-RUN-ID              PIC X(16)   VALUE SPACES.
006443 77  WS-JRNL-PHASE               PIC X(01)   VALUE SPACES.
006444     88 WS-JRNL-WRITE                        VALUE 'W'.
006445     88 WS-JRNL-CLOSE                        VALUE 'C'.
006446 77  WS-JRNL-RESULT              PIC X(01)   VALUE SPACES.
006447     88 WS-JRNL-WRITTEN                      VALUE 'Y'.
006448 77  WS-ITEMS-JOURNALED          PIC 9(09) COMP VALUE ZERO.
006449 77  WS-ITEMS-NOT-JOURNALED      PIC 9(09) COMP VALUE ZERO.
006450
006451 77  WS-STAT-TABLE-NAME          PIC X(255)  VALUE SPACES.
006452 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
006453 01  WS-STAT-COUNTERS.
006454     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 5.
006455     05 FILLER                   PIC X(16)   VALUE
006456        'ITEMS CHECKED'.
006457     05 WS-STAT-ITEMS-CHECKED    PIC 9(09)   VALUE ZERO.
006458     05 FILLER                   PIC X(16)   VALUE
006459        'ITEMS UNREAPED'.
006460     05 WS-STAT-ITEMS-UNREAPED   PIC 9(09)   VALUE ZERO.
006461     05 FILLER                   PIC X(16)   VALUE
006462        'ITEMS PURGED'.
006463     05 WS-STAT-ITEMS-PURGED     PIC 9(09)   VALUE ZERO.
006464     05 FILLER                   PIC X(16)   VALUE
006465        'PURGE UNPROCSSD'.
006466     05 WS-STAT-PURGE-UNPROC     PIC 9(09)   VALUE ZERO.
006467     05 FILLER                   PIC X(16)   VALUE
006468        'ITEMS JOURNALED'.
006469     05 WS-STAT-ITEMS-JOURNALED  PIC 9(09)   VALUE ZERO.
006470     05 FILLER                   PIC X(16)   VALUE SPACES.
006471     05 FILLER                   PIC 9(09)   VALUE ZERO.
006472     05 FILLER                   PIC X(16)   VALUE SPACES.
006473     05 FILLER                   PIC 9(09)   VALUE ZERO.
006474     05 FILLER                   PIC X(16)   VALUE SPACES.
006475     05 FILLER                   PIC 9(09)   VALUE ZERO.
006476
006500 01  WS-CURRENT-DATE-TIME.
006600     05 WS-CURRENT-YYYYMMDD      PIC 9(8).
006700     05 WS-CURRENT-HHMMSSTT      PIC 9(8).
010100     GOBACK.
010200
010300******************************************************************
010301*  1000-INITIALIZE - OPEN FILES, ACCEPT THE TABLE AND TTL
010302*                    ATTRIBUTE NAMES, SET THE RUN ID, COMPUTE THE
010303*                    CURRENT EPOCH
010600******************************************************************
010700 1000-INITIALIZE.
010800     OPEN OUTPUT REPORT-FILE.
011200     ACCEPT WS-CURRENT-HHMMSSTT FROM TIME.
011300     PERFORM 1100-COMPUTE-CURRENT-EPOCH
011400         THRU 1100-EXIT.
011401* THE RUN ID GOES TO RUNSTATS ON EVERY RUN, NOT ONLY A PURGE
011402     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
011403     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
011404     IF WS-PARM-RUN-ID NOT = SPACES
011405         MOVE WS-PARM-RUN-ID TO WS-JRNL-RUN-ID
011406     ELSE
011407         MOVE WS-RUN-DATE-TIME TO WS-JRNL-RUN-ID
011408     END-IF.
011409     DISPLAY 'DYNTTLRP - JOURNAL RUN ID ' WS-JRNL-RUN-ID.
011410     PERFORM 1200-SET-UP-PURGE-MODE
011420         THRU 1200-EXIT.
011430     PERFORM 1300-LOAD-CONTROL-FILE
013779         GO TO 1200-EXIT
013780     END-IF.
013781     SET WS-PURGE-MODE TO TRUE.
013790     COMPUTE WS-GRACE-CUTOFF-SECONDS =
013791         WS-CURRENT-EPOCH-SECONDS - (WS-GRACE-DAYS * 86400).
013792     DISPLAY 'DYNTTLRP - PURGE MODE, GRACE ' WS-GRACE-DAYS
013793         ' DAYS, CAP ' WS-PURGE-CAP.
013794 1200-EXIT.
013795     EXIT.
013796
013797******************************************************************
013798*  1300-LOAD-CONTROL-FILE - LOAD THE OPTIONAL TABLCTL CONTROL
013799*                           FILE; WHEN IT IS PRESENT THE RUN
013800*                           CHECKS EVERY TABLE IT LISTS INSTEAD
013801*                           OF THE SINGLE SYSIN TABLE
013802******************************************************************
013803 1300-LOAD-CONTROL-FILE.
013804     OPEN INPUT TABLE-CONTROL-FILE.
013805     IF WS-TCTL-FILE-MISSING
013806* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
013807* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
013808         IF WS-TCTL-FILE-STATUS = '05'
013809             CLOSE TABLE-CONTROL-FILE
013810         END-IF
013811         GO TO 1300-EXIT
013812     END-IF.
013813     IF NOT WS-TCTL-FILE-OK
013814         DISPLAY 'DYNTTLRP - TABLCTL OPEN FAILED, FILE STATUS '
013815             WS-TCTL-FILE-STATUS
013816         SET WS-SCAN-FAILED TO TRUE
013817         SET WS-SCAN-COMPLETE TO TRUE
013818         GO TO 1300-EXIT
013819     END-IF.
013820     PERFORM 1310-LOAD-ONE-CONTROL
013821         THRU 1310-EXIT
013822         UNTIL WS-TCTL-AT-EOF.
013823     CLOSE TABLE-CONTROL-FILE.
013824     IF WS-CTL-COUNT > ZERO
013825         SET WS-CTL-MODE TO TRUE
013826         DISPLAY 'DYNTTLRP - TABLCTL RUN, ' WS-CTL-COUNT
013827             ' TABLES'
013828     END-IF.
013829 1300-EXIT.
013830     EXIT.
013831
013832******************************************************************
013833*  1310-LOAD-ONE-CONTROL - READ AND EDIT ONE TABLCTL RECORD; A
013834*                          TABLE WITH NO TTL ATTRIBUTE CANNOT BE
013835*                          CHECKED AND IS SKIPPED WITH A MESSAGE
013836******************************************************************
013837 1310-LOAD-ONE-CONTROL.
013838     READ TABLE-CONTROL-FILE
013839         AT END
013840             SET WS-TCTL-AT-EOF TO TRUE
013841             GO TO 1310-EXIT
013842     END-READ.
013843     MOVE TABLE-CONTROL-REC TO table-control-record.
013844     IF tctl-table-name = SPACES
013845         GO TO 1310-EXIT
013846     END-IF.
013847     IF tctl-ttl-attribute = SPACES
013848         DISPLAY 'DYNTTLRP - NO TTL ATTRIBUTE FOR TABLE '
013849             tctl-table-name (1:40) ' - TABLE SKIPPED'
013850         IF WS-WORST-RETURN-CODE < 8
013851             MOVE 8 TO WS-WORST-RETURN-CODE
013852         END-IF
013853         GO TO 1310-EXIT
013854     END-IF.
013855     IF WS-CTL-COUNT = 50
013856         DISPLAY 'DYNTTLRP - MORE THAN 50 TABLCTL TABLES - '
013857             'FURTHER TABLES NOT CHECKED'
013858         IF WS-WORST-RETURN-CODE < 8
013859             MOVE 8 TO WS-WORST-RETURN-CODE
013860         END-IF
013861         SET WS-TCTL-AT-EOF TO TRUE
013862         GO TO 1310-EXIT
013863     END-IF.
013864     ADD 1 TO WS-CTL-COUNT.
013865     MOVE WS-CTL-COUNT TO WS-CTL-SUB.
013866     MOVE tctl-table-name    TO WS-CTL-TABLE-NAME (WS-CTL-SUB).
013867     MOVE tctl-ttl-attribute
013868         TO WS-CTL-TTL-ATTRIBUTE (WS-CTL-SUB).
013869     IF tctl-target-capacity-n NUMERIC
013870         MOVE tctl-target-capacity-n
013871             TO WS-CTL-TARGET-CAP (WS-CTL-SUB)
013872     ELSE
013873         MOVE ZERO TO WS-CTL-TARGET-CAP (WS-CTL-SUB)
013874     END-IF.
013875 1310-EXIT.
013876     EXIT.
013877
013878******************************************************************
013900*  2000-SCAN-TABLE - ISSUE SCAN CALLS (RETRYING UNDER BACKOFF IF
014000*                    THROTTLED) UNTIL ONE GETS THROUGH, CHECK THE
014100*                    ITEM'S TTL, AND FOLLOW THE PAGINATION TOKEN
020710     IF WS-PURGE-MODE
020720         AND NOT WS-PURGE-CAP-REACHED
020730         AND ttl-value < WS-GRACE-CUTOFF-SECONDS
020731         PERFORM 2150-JOURNAL-PURGE-ITEM
020732             THRU 2150-EXIT
020733         IF NOT WS-JRNL-WRITTEN
020734             MOVE 'NOT JOURNALED' TO WS-RPT-DISPOSITION
020735             WRITE REPORT-RECORD FROM WS-REPORT-LINE
020736             GO TO 2100-EXIT
020737         END-IF
020740         MOVE 'TTL PURGED' TO WS-RPT-DISPOSITION
020750         ADD 1 TO WS-PENDING-COUNT
020760         MOVE WS-REPORT-LINE
020900 2100-EXIT.
021000     EXIT.
021100
021101******************************************************************
021102*  2150-JOURNAL-PURGE-ITEM - WRITE THE ITEM, AS THE SCAN HAS
021103*                            JUST RETURNED IT, TO THE BEFORE-
021104*                            IMAGE JOURNAL BEFORE IT IS PURGED;
021105*                            AN ITEM THAT CANNOT BE JOURNALED
021106*                            COULD NEVER BE PUT BACK, SO IT IS
021107*                            NOT PURGED AND THE RUN ENDS RC 8
021108******************************************************************
021109 2150-JOURNAL-PURGE-ITEM.
021110     MOVE SPACES TO dynamoDB-journal-record.
021111     MOVE WS-JRNL-RUN-ID       TO jrnl-run-id.
021112     SET jrnl-remove-command TO TRUE.
021113     MOVE WS-SCAN-TABLE-NAME   TO jrnl-table-name.
021114     MOVE key-type             TO jrnl-key-type.
021115     MOVE key-length           TO jrnl-key-length.
021116     MOVE key-value            TO jrnl-key-value.
021117     MOVE sort-key-type        TO jrnl-sort-key-type.
021118     MOVE sort-key-length      TO jrnl-sort-key-length.
021119     MOVE sort-key-value       TO jrnl-sort-key-value.
021120     SET jrnl-before-image-present TO TRUE.
021121     MOVE record-type          TO jrnl-before-record-type.
021122     MOVE record-length        TO jrnl-before-record-length.
021123     MOVE record-value         TO jrnl-before-record-value.
021124     MOVE ZERO TO jrnl-after-record-length.
021125     SET WS-JRNL-WRITE TO TRUE.
021126     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
021127                          WS-JRNL-PHASE
021128                          dynamoDB-journal-record
021129                          WS-JRNL-RESULT.
021130     IF WS-JRNL-WRITTEN
021131         ADD 1 TO WS-ITEMS-JOURNALED
021132     ELSE
021133         ADD 1 TO WS-ITEMS-NOT-JOURNALED
021134         DISPLAY 'DYNTTLRP - BEFORE IMAGE NOT JOURNALED - ITEM '
021135             'NOT PURGED: ' key-value (1:40)
021136     END-IF.
021137 2150-EXIT.
021138     EXIT.
021139
021140******************************************************************
021141*  2200-ADD-TO-PURGE-BATCH - APPEND THE ITEM'S KEY TO THE
021142*                            REMOVE BATCH, SUBMITTING THE BATCH
021143*                            WHEN IT REACHES THE 25-ITEM LIMIT,
021144*                            AND HOLD THE LINE AT THE PURGE CAP
021145******************************************************************
021146 2200-ADD-TO-PURGE-BATCH.
021147     ADD 1 TO BATCH-ENTRY-COUNT.
021148     SET BATCH-ENTRY-IDX TO BATCH-ENTRY-COUNT.
021149     SET BATCH-REMOVE-COMMAND TO TRUE.
021150     MOVE WS-SCAN-TABLE-NAME TO BATCH-TABLE-NAME.
021151     MOVE key-type        TO BATCH-KEY-TYPE (BATCH-ENTRY-IDX).
021152     MOVE key-length      TO BATCH-KEY-LENGTH (BATCH-ENTRY-IDX).
021153     MOVE key-value       TO BATCH-KEY-VALUE (BATCH-ENTRY-IDX).
021154     MOVE sort-key-type
021155         TO BATCH-SORT-KEY-TYPE (BATCH-ENTRY-IDX).
021158     MOVE sort-key-length
021161         TO BATCH-SORT-KEY-LENGTH (BATCH-ENTRY-IDX).
021588                           table-name
021590                           command
021592                           consumed-capacity-units.
021593     SET WS-JRNL-CLOSE TO TRUE.
021594     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
021595                          WS-JRNL-PHASE
021596                          dynamoDB-journal-record
021597                          WS-JRNL-RESULT.
021600     CLOSE REPORT-FILE.
021610     IF WS-CTL-MODE
021620         DISPLAY 'DYNTTLRP - TABLES CHECKED : ' WS-TABLES-CHECKED
021840             WS-PURGE-BATCHES-SENT
021850         DISPLAY 'DYNTTLRP - PURGE UNPROCSSD: '
021860             WS-PURGE-UNPROCESSED
021861         DISPLAY 'DYNTTLRP - ITEMS JOURNALD : '
021862             WS-ITEMS-JOURNALED
021863         DISPLAY 'DYNTTLRP - NOT JOURNALED  : '
021864             WS-ITEMS-NOT-JOURNALED
021865         DISPLAY 'DYNTTLRP - JOURNAL RUN ID : ' WS-JRNL-RUN-ID
021870     END-IF.
021871     IF WS-CTL-MODE
021872         IF (WS-PURGE-UNPROCESSED > ZERO
021873             OR WS-ITEMS-NOT-JOURNALED > ZERO)
021874             AND WS-WORST-RETURN-CODE < 8
021875             MOVE 8 TO WS-WORST-RETURN-CODE
021876         END-IF
021877         MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
021878         GO TO 4000-EXIT
021879     END-IF.
021880     IF WS-SCAN-FAILED
021890         OR WS-PURGE-UNPROCESSED > ZERO
021895         OR WS-ITEMS-NOT-JOURNALED > ZERO
021900         MOVE 8 TO RETURN-CODE
021910     END-IF.
021920 4000-EXIT.
022620     MOVE WS-ITEMS-UNREAPED   TO WS-STAT-ITEMS-UNREAPED.
022630     MOVE WS-ITEMS-SELECTED   TO WS-STAT-ITEMS-PURGED.
022640     MOVE WS-PURGE-UNPROCESSED TO WS-STAT-PURGE-UNPROC.
022645     MOVE WS-ITEMS-JOURNALED  TO WS-STAT-ITEMS-JOURNALED.
022650     MOVE RETURN-CODE         TO WS-STAT-RETURN-CODE.
022660     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
022670                           WS-STAT-TABLE-NAME
022680                           WS-STAT-RETURN-CODE
022690                           WS-STAT-COUNTERS
022695                           WS-JRNL-RUN-ID.
022700 8000-EXIT.
022710     EXIT.
