001880*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
001890*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
001891*                 OPERATIONS REPORT.
001900* 2026-10-15  JH  BEFORE-IMAGE JOURNAL - EVERY ITEM IS READ FROM
001909*                 THE TARGET TABLE BEFORE IT IS STORED AND ITS
001918*                 BEFORE IMAGE WRITTEN THROUGH DYNJRNL TO THE
001927*                 SHARED BIJRNL JOURNAL UNDER THE RUN ID, SO
001936*                 DYNBKOUT CAN BACK THE RESTORE OUT.  AN ITEM
001945*                 WHOSE BEFORE IMAGE CANNOT BE READ OR JOURNALED
001954*                 IS NOT STORED BUT RECYCLED.  SYSIN RECORD 3
001963*                 COLS 17-32 GIVE THE RUN ID (BLANK = THE RUN
001972*                 DATE AND TIME).
001974* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001976*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001978*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001981******************************************************************
002000******************************************************************
002100*  DYNRESTR READS THE EXPORT FILE ON DD DYNEXPRT TWICE.  PASS 1
002200*  VERIFIES IT END TO END - IT MUST OPEN WITH THE DYNEXPRT
005200*                             (00000 OR BLANK = NO PACING)
005210*                  COL  15    'O' OVERRIDES A STALE DYNTLOCK
005220*                             TABLE LOCK LEFT BY AN ABENDED JOB
005228*                  COLS 17-32 RUN ID FOR THE BEFORE-IMAGE
005236*                             JOURNAL - GIVE THE FAILED RUN'S ID
005244*                             ON A RESTART (BLANK = THE RUN DATE
005252*                             AND TIME, DISPLAYED AT START-UP)
005260*
005268*  EVERY ITEM IS READ FROM THE TARGET TABLE BEFORE IT IS STORED
005276*  AND ITS BEFORE IMAGE JOURNALED THROUGH DYNJRNL TO DD BIJRNL,
005284*  SO DYNBKOUT CAN BACK THE RESTORE OUT BY ITS RUN ID.
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
011800 WORKING-STORAGE SECTION.
011900 COPY DynamoDBBatchRQA.
012000 COPY DynamoDBRQA.
012050 COPY DynamoDBJournal.
012100
012200 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
012300     88 WS-END-OF-FILE                       VALUE 'Y'.
019500     05 FILLER                   PIC X(01).
019510     05 WS-PARM-LOCK-OVERRIDE    PIC X(01).
019520        88 WS-LOCK-OVERRIDE                   VALUE 'O'.
019523     05 FILLER                   PIC X(01).
019526     05 WS-PARM-RUN-ID           PIC X(16).
019530     05 FILLER                   PIC X(48).
019540
019550 77  WS-TLOCK-FUNCTION           PIC X(01)   VALUE SPACES.
019560     88 WS-TLOCK-ACQUIRE                     VALUE 'A'.
019594     88 WS-LOCK-REFUSED                      VALUE 'Y'.
019595 77  WS-LOAD-FILES-OPEN-SWITCH   PIC X(01)   VALUE 'N'.
019596     88 WS-LOAD-FILES-OPEN                   VALUE 'Y'.
019598
019600 01  WS-RUN-DATE-TIME.
019602     05 WS-RUN-YYYYMMDD          PIC 9(08).
019604     05 WS-RUN-HHMMSSTT          PIC 9(08).
019606 77  WS-JRNL-RUN-ID              PIC X(16)   VALUE SPACES.
019608 77  WS-JRNL-PHASE               PIC X(01)   VALUE SPACES.
019610     88 WS-JRNL-WRITE                        VALUE 'W'.
019612     88 WS-JRNL-CLOSE                        VALUE 'C'.
019614 77  WS-JRNL-RESULT              PIC X(01)   VALUE SPACES.
019616     88 WS-JRNL-WRITTEN                      VALUE 'Y'.
019618 77  WS-BEFORE-IMAGE-SWITCH      PIC X(01)   VALUE SPACES.
019620     88 WS-BEFORE-IMAGE-FOUND                VALUE 'F'.
019622     88 WS-BEFORE-IMAGE-ABSENT               VALUE 'A'.
019624     88 WS-BEFORE-IMAGE-UNREADABLE           VALUE 'U'.
019626 77  WS-ITEMS-JOURNALED          PIC 9(09) COMP VALUE ZERO.
019628 77  WS-ITEMS-NOT-JOURNALED      PIC 9(09) COMP VALUE ZERO.
019630
019632 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
019634 01  WS-STAT-COUNTERS.
019636     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 6.
019638     05 FILLER                   PIC X(16)   VALUE
019640        'RECORDS READ'.
019642     05 WS-STAT-RECORDS-READ     PIC 9(09)   VALUE ZERO.
019644     05 FILLER                   PIC X(16)   VALUE
019646        'ITEMS RESTORED'.
019648     05 WS-STAT-ITEMS-RESTORED   PIC 9(09)   VALUE ZERO.
019650     05 FILLER                   PIC X(16)   VALUE
019652        'BATCHES SENT'.
019654     05 WS-STAT-BATCHES-SENT     PIC 9(09)   VALUE ZERO.
019656     05 FILLER                   PIC X(16)   VALUE
019658        'ITEMS RECYCLED'.
019660     05 WS-STAT-ITEMS-RECYCLED   PIC 9(09)   VALUE ZERO.
019662     05 FILLER                   PIC X(16)   VALUE
019664        'TRAILER COUNT'.
019666     05 WS-STAT-TRAILER-COUNT    PIC 9(09)   VALUE ZERO.
019668     05 FILLER                   PIC X(16)   VALUE
019670        'ITEMS JOURNALED'.
019672     05 WS-STAT-ITEMS-JOURNALED  PIC 9(09)   VALUE ZERO.
019674     05 FILLER                   PIC X(16)   VALUE SPACES.
019676     05 FILLER                   PIC 9(09)   VALUE ZERO.
019678     05 FILLER                   PIC X(16)   VALUE SPACES.
019680     05 FILLER                   PIC 9(09)   VALUE ZERO.
019682
019700 PROCEDURE DIVISION.
019800******************************************************************
019900*  0000-MAINLINE
022500     IF WS-PARM-TARGET-CAPCTY-N NUMERIC
022600         MOVE WS-PARM-TARGET-CAPCTY-N TO WS-TARGET-CAPACITY
022700     END-IF.
022710     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
022720     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
022730     IF WS-PARM-RUN-ID NOT = SPACES
022740         MOVE WS-PARM-RUN-ID TO WS-JRNL-RUN-ID
022750     ELSE
022760         MOVE WS-RUN-DATE-TIME TO WS-JRNL-RUN-ID
022770     END-IF.
022780     DISPLAY 'DYNRESTR - JOURNAL RUN ID ' WS-JRNL-RUN-ID.
022800     IF WS-TARGET-TABLE-NAME = SPACES
022900         DISPLAY 'DYNRESTR - NO TARGET TABLE ON SYSIN - RUN '
023000             'REFUSED'
044100*                       FILLS
044200******************************************************************
044300 2000-PROCESS-INPUT.
044307* WRITE-AHEAD - AN ITEM WHOSE BEFORE IMAGE IS NOT ON THE JOURNAL
044314* COULD NEVER BE BACKED OUT, SO IT IS RECYCLED UNSTORED
044321     PERFORM 2200-JOURNAL-BEFORE-IMAGE
044328         THRU 2200-EXIT.
044335     IF NOT WS-JRNL-WRITTEN
044342         PERFORM 2260-RECYCLE-UNJOURNALED-ITEM
044349             THRU 2260-EXIT
044356         ADD 1 TO WS-RECORDS-RESTORED
044363         PERFORM 2900-READ-EXPORT-FILE
044370             THRU 2900-EXIT
044377         GO TO 2000-EXIT
044384     END-IF.
044400     PERFORM 2100-BUILD-BATCH-ENTRY
044500         THRU 2100-EXIT.
044600     ADD 1 TO WS-RECORDS-RESTORED.
049300 2100-EXIT.
049400     EXIT.
049500
049501******************************************************************
049502*  2200-JOURNAL-BEFORE-IMAGE - READ THE ITEM AS IT STANDS IN THE
049503*                              TARGET TABLE NOW AND WRITE IT,
049504*                              WITH THE EXPORT VALUE ABOUT TO
049505*                              REPLACE IT, TO THE BEFORE-IMAGE
049506*                              JOURNAL
049507******************************************************************
049508 2200-JOURNAL-BEFORE-IMAGE.
049509     MOVE 'N' TO WS-JRNL-RESULT.
049510     PERFORM 2210-READ-BEFORE-IMAGE
049511         THRU 2210-EXIT.
049512     IF WS-BEFORE-IMAGE-UNREADABLE
049513         DISPLAY 'DYNRESTR - BEFORE IMAGE READ FAILED, RETURN '
049514             'CODE '
049515             dynamodb-return-code IN dynamoDB-response-area
049516             ' - ITEM RECYCLED: ' EXP-KEY-VALUE (1:40)
049517         GO TO 2200-EXIT
049518     END-IF.
049519     MOVE SPACES TO dynamoDB-journal-record.
049520     MOVE WS-JRNL-RUN-ID       TO jrnl-run-id.
049521     SET jrnl-store-command TO TRUE.
049522     MOVE WS-TARGET-TABLE-NAME TO jrnl-table-name.
049523     MOVE key-type             TO jrnl-key-type.
049524     MOVE key-length           TO jrnl-key-length.
049525     MOVE EXP-KEY-VALUE        TO jrnl-key-value.
049526     MOVE sort-key-type        TO jrnl-sort-key-type.
049527     MOVE sort-key-length      TO jrnl-sort-key-length.
049528     MOVE EXP-SORT-KEY-VALUE   TO jrnl-sort-key-value.
049529     IF WS-BEFORE-IMAGE-FOUND
049530         SET jrnl-before-image-present TO TRUE
049531         MOVE record-type      TO jrnl-before-record-type
049532         MOVE record-length    TO jrnl-before-record-length
049533         MOVE record-value     TO jrnl-before-record-value
049534     ELSE
049535         SET jrnl-before-image-absent TO TRUE
049536         MOVE ZERO TO jrnl-before-record-length
049537     END-IF.
049538     MOVE WS-PARM-RECORD-TYPE  TO jrnl-after-record-type.
049539     MOVE EXP-RECORD-LENGTH    TO jrnl-after-record-length.
049540     MOVE EXP-RECORD-VALUE     TO jrnl-after-record-value.
049541     SET WS-JRNL-WRITE TO TRUE.
049542     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
049543                          WS-JRNL-PHASE
049544                          dynamoDB-journal-record
049545                          WS-JRNL-RESULT.
049546     IF WS-JRNL-WRITTEN
049547         ADD 1 TO WS-ITEMS-JOURNALED
049548     ELSE
049549         DISPLAY 'DYNRESTR - BEFORE IMAGE NOT JOURNALED - ITEM '
049550             'RECYCLED: ' EXP-KEY-VALUE (1:40)
049551     END-IF.
049552 2200-EXIT.
049553     EXIT.
049554
049555******************************************************************
049556*  2210-READ-BEFORE-IMAGE - READ THE ITEM'S CURRENT VALUE IN THE
049557*                           TARGET TABLE; A SUCCESSFUL READ WITH
049558*                           NO VALUE MEANS IT DOES NOT EXIST
049559******************************************************************
049560 2210-READ-BEFORE-IMAGE.
049561     MOVE SPACES TO dynamoDB-request-area.
049562     SET read-command TO TRUE.
049563     MOVE WS-TARGET-TABLE-NAME TO table-name.
049564     MOVE WS-PARM-KEY-TYPE     TO key-type.
049565     PERFORM 2300-TRIM-KEY-LENGTH
049566         THRU 2300-EXIT.
049567     MOVE WS-TRIMMED-LENGTH    TO key-length.
049568     MOVE EXP-KEY-VALUE        TO key-value.
049569     IF EXP-SORT-KEY-VALUE = SPACES
049570         MOVE ZERO TO sort-key-length
049571     ELSE
049572         MOVE WS-PARM-SORT-KEY-TYPE TO sort-key-type
049573         PERFORM 2310-TRIM-SORT-KEY-LENGTH
049574             THRU 2310-EXIT
049575         MOVE WS-TRIMMED-LENGTH TO sort-key-length
049576     END-IF.
049577     MOVE EXP-SORT-KEY-VALUE   TO sort-key-value.
049578     MOVE ZERO TO retry-count IN dynamoDB-response-area.
049579     SET WS-KEEP-TRYING TO TRUE.
049580     PERFORM 2250-ATTEMPT-READ
049581         THRU 2250-EXIT
049582         UNTIL NOT WS-KEEP-TRYING.
049583     IF NOT request-successful
049584         SET WS-BEFORE-IMAGE-UNREADABLE TO TRUE
049585     ELSE
049586         IF record-value = SPACES
049587             SET WS-BEFORE-IMAGE-ABSENT TO TRUE
049588         ELSE
049589             SET WS-BEFORE-IMAGE-FOUND TO TRUE
049590         END-IF
049591     END-IF.
049592 2210-EXIT.
049593     EXIT.
049594
049595******************************************************************
049596*  2250-ATTEMPT-READ - CALL THE BRIDGE ONCE, AUDITING BEFORE AND
049597*                      AFTER, AND BACK OFF AND TRY AGAIN IF THE
049598*                      CALL COMES BACK THROTTLED
049599******************************************************************
049600 2250-ATTEMPT-READ.
049601     SET WS-AUDIT-BEFORE-CALL TO TRUE.
049602     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
049603                           WS-AUDIT-PHASE
049604                           dynamoDB-request-area.
049605     CALL 'DynamoDBBR' USING dynamoDB-request-area.
049606     SET WS-AUDIT-AFTER-CALL TO TRUE.
049607     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
049608                           WS-AUDIT-PHASE
049609                           dynamoDB-request-area.
049610     CALL 'DYNPACE' USING consumed-capacity-units
049611                           WS-TARGET-CAPACITY.
049612     SET WS-CAPLG-ACCUMULATE TO TRUE.
049613     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
049614                           WS-CAPLG-PHASE
049615                           table-name
049616                           command
049617                           consumed-capacity-units.
049618     MOVE 'N' TO WS-KEEP-TRYING-SWITCH.
049619     IF request-throttled IN dynamoDB-response-area
049620         CALL 'DYNRETRY' USING
049621             retry-count IN dynamoDB-response-area
049622             WS-MAX-RETRIES
049623             WS-RETRY-AGAIN-SWITCH
049624         IF WS-SHOULD-RETRY
049625             SET WS-KEEP-TRYING TO TRUE
049626         END-IF
049627     END-IF.
049628 2250-EXIT.
049629     EXIT.
049630
049631******************************************************************
049632*  2260-RECYCLE-UNJOURNALED-ITEM - WRITE AN ITEM THAT COULD NOT
049633*                                  BE JOURNALED TO THE RECYCLE
049634*                                  FILE IN THE LOADIN LAYOUT,
049635*                                  UNSTORED, READY TO FEED TO
049636*                                  DYNBATCH
049637******************************************************************
049638 2260-RECYCLE-UNJOURNALED-ITEM.
049639     ADD 1 TO WS-ITEMS-NOT-JOURNALED.
049640     ADD 1 TO WS-ITEMS-DROPPED.
049641     ADD 1 TO WS-RECORDS-COMMITTED.
049642     MOVE 'S' TO RCYC-COMMAND-CODE.
049643     MOVE WS-TARGET-TABLE-NAME TO RCYC-TABLE-NAME.
049644     MOVE WS-PARM-KEY-TYPE     TO RCYC-KEY-TYPE.
049645     PERFORM 2300-TRIM-KEY-LENGTH
049646         THRU 2300-EXIT.
049647     MOVE WS-TRIMMED-LENGTH    TO RCYC-KEY-LENGTH.
049648     MOVE EXP-KEY-VALUE        TO RCYC-KEY-VALUE.
049649     IF EXP-SORT-KEY-VALUE = SPACES
049650         MOVE SPACES TO RCYC-SORT-KEY-TYPE
049651         MOVE ZERO   TO RCYC-SORT-KEY-LENGTH
049652     ELSE
049653         MOVE WS-PARM-SORT-KEY-TYPE TO RCYC-SORT-KEY-TYPE
049654         PERFORM 2310-TRIM-SORT-KEY-LENGTH
049655             THRU 2310-EXIT
049656         MOVE WS-TRIMMED-LENGTH TO RCYC-SORT-KEY-LENGTH
049657     END-IF.
049658     MOVE EXP-SORT-KEY-VALUE   TO RCYC-SORT-KEY-VALUE.
049659     MOVE WS-PARM-RECORD-TYPE  TO RCYC-RECORD-TYPE.
049660     MOVE EXP-RECORD-LENGTH    TO RCYC-RECORD-LENGTH.
049661     MOVE EXP-RECORD-VALUE     TO RCYC-RECORD-VALUE.
049662     WRITE RECYCLE-RECORD.
049663 2260-EXIT.
049664     EXIT.
049665
049666******************************************************************
049700*  2300-TRIM-KEY-LENGTH - LENGTH OF THE EXPORT KEY UP TO ITS
049800*                         LAST NON-SPACE BYTE
049900******************************************************************
080500                           BATCH-TABLE-NAME
080600                           BATCH-COMMAND
080700                           BATCH-CONSUMED-CAPACITY-UNITS.
080710     SET WS-JRNL-CLOSE TO TRUE.
080720     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
080730                          WS-JRNL-PHASE
080740                          dynamoDB-journal-record
080750                          WS-JRNL-RESULT.
080800     IF WS-EXPORT-INVALID
080900         MOVE 12 TO RETURN-CODE
081000         GO TO 4000-EXIT
083200     DISPLAY 'DYNRESTR - ITEMS RESTORED : ' WS-RECORDS-RESTORED.
083300     DISPLAY 'DYNRESTR - BATCHES SENT   : ' WS-BATCHES-SENT.
083400     DISPLAY 'DYNRESTR - ITEMS RECYCLED : ' WS-ITEMS-DROPPED.
083420     DISPLAY 'DYNRESTR - ITEMS JOURNALED: ' WS-ITEMS-JOURNALED.
083440     DISPLAY 'DYNRESTR - NOT JOURNALED  : '
083460         WS-ITEMS-NOT-JOURNALED.
083480     DISPLAY 'DYNRESTR - JOURNAL RUN ID : ' WS-JRNL-RUN-ID.
083500     DISPLAY 'DYNRESTR - TRAILER COUNT  : '
083600         WS-TRAILER-ITEM-COUNT.
083700     IF WS-RECORDS-RESTORED NOT = WS-TRAILER-ITEM-COUNT
085900     MOVE WS-BATCHES-SENT      TO WS-STAT-BATCHES-SENT.
086000     MOVE WS-ITEMS-DROPPED     TO WS-STAT-ITEMS-RECYCLED.
086100     MOVE WS-TRAILER-ITEM-COUNT TO WS-STAT-TRAILER-COUNT.
086150     MOVE WS-ITEMS-JOURNALED   TO WS-STAT-ITEMS-JOURNALED.
086200     MOVE RETURN-CODE          TO WS-STAT-RETURN-CODE.
086300     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
086400                           WS-TARGET-TABLE-NAME
086500                           WS-STAT-RETURN-CODE
086600                           WS-STAT-COUNTERS
086650                           WS-JRNL-RUN-ID.
086700 8000-EXIT.
086800     EXIT.
