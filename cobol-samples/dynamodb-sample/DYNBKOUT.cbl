000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNBKOUT.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - BACKS OUT ONE RUN'S CHANGES
001100*                 FROM THE BIJRNL BEFORE-IMAGE JOURNAL THAT
001200*                 DYNBATCH, DYNRESTR, AND THE DYNTTLRP PURGE WRITE
001300*                 THROUGH DYNJRNL, NEWEST CHANGE FIRST, WITH A
001400*                 REPORT OF EVERY ITEM PUT BACK.  AN ITEM CHANGED
001500*                 AGAIN SINCE THE RUN IS REFUSED UNLESS THE
001600*                 OPERATOR OVERRIDES ON SYSIN.
001620* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001640*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001660*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001661* 2026-10-15  JH  RETURN-CODE IS PUT BACK AFTER THE DYNSTATW CALL,
001662*                 SO THE JOB ENDS WITH ITS OWN RETURN CODE.
001663* 2026-10-15  JH  AN ITEM WHOSE TYPE OR LENGTH CHANGED SINCE THE
001664*                 RUN IS NOW TREATED AS CHANGED, NOT PUT BACK
001665*                 WITHOUT THE OVERRIDE.  RETURN-CODE IS SET FROM
001666*                 THE RUN'S WORST RETURN CODE AT TERMINATION.
001700******************************************************************
001800******************************************************************
001900*  DYNBKOUT READS THE BEFORE-IMAGE JOURNAL ON DD BIJRNL AND
002000*  SELECTS EVERY ENTRY WRITTEN UNDER THE RUN ID NAMED ON SYSIN
002100*  (AND, IF ONE IS GIVEN, BY THE NAMED JOB).  THE ENTRIES ARE
002200*  SORTED NEWEST FIRST - DESCENDING DATE, TIME, AND SEQUENCE, SO
002300*  A RESTARTED RUN, WHOSE SEQUENCE STARTS AGAIN AT 1, STILL
002400*  COMES BACK IN THE RIGHT ORDER - AND UNDONE ONE AT A TIME, SO
002500*  AN ITEM THE RUN CHANGED MORE THAN ONCE IS WALKED BACK THROUGH
002600*  EACH OF ITS CHANGES TO THE VALUE IT HAD BEFORE THE RUN.
002700*
002800*  EACH ITEM IS READ AS IT STANDS NOW BEFORE IT IS PUT BACK -
002900*      - ALREADY EQUAL TO THE BEFORE IMAGE - NOTHING TO DO
003000*        (A CHANGE THE RUN NEVER SENT, OR A BACKOUT RUN TWICE);
003100*        REPORTED 'ALREADY AS BEFORE'
003200*      - STILL AS THE RUN LEFT IT (THE AFTER IMAGE, OR ABSENT
003300*        AFTER A REMOVE) - PUT BACK; REPORTED 'RESTORED'
003400*      - ANYTHING ELSE - SOMEONE HAS CHANGED THE ITEM SINCE THE
003500*        RUN, AND PUTTING IT BACK WOULD LOSE THAT CHANGE, SO IT
003600*        IS REPORTED 'REFUSED - CHANGED' AND LEFT ALONE, UNLESS
003700*        THE OPERATOR OVERRIDES ON SYSIN, WHEN IT IS PUT BACK
003800*        AND REPORTED 'RESTORED-OVERRIDE'.
003900*  PUTTING AN ITEM BACK IS A STORE OF ITS BEFORE IMAGE, OR A
004000*  REMOVE WHEN THE ITEM DID NOT EXIST BEFORE THE RUN.  THE
004100*  BACKOUT'S OWN CHANGES ARE JOURNALED THROUGH DYNJRNL TO THE
004200*  SAME BIJRNL FILE UNDER ITS OWN RUN ID (DISPLAYED AT START-UP)
004300*  ONCE THE SELECTION PASS HAS CLOSED IT, SO A BACKOUT CAN ITSELF
004400*  BE BACKED OUT.  EVERY TABLE THE RUN TOUCHED IS LOCKED THROUGH
004500*  DYNTLOCK BEFORE THE FIRST ITEM IS PUT BACK; IF ANY LOCK IS
004600*  REFUSED NOTHING IS PUT BACK.
004700*
004800*  EVERY BRIDGE CALL IS BRACKETED WITH DYNAUDIT, BACKS OFF UNDER
004900*  DYNRETRY WHEN THROTTLED, IS PACED BY DYNPACE, AND FEEDS THE
005000*  DYNCAPLG CAPACITY LEDGER.  THE REPORT GOES TO DD BKOUTRPT.
005100*
005200*  SYSIN PARAMETER RECORD -
005300*      COLS 1-16   RUN ID TO BACK OUT (REQUIRED)
005400*      COLS 18-25  JOB NAME - BACK OUT ONLY THIS JOB'S CHANGES
005500*                  UNDER THE RUN ID (BLANK = EVERY JOB'S)
005600*      COL  27     'O' OVERRIDE - PUT BACK ITEMS CHANGED AGAIN
005700*                  SINCE THE RUN AS WELL
005800*      COLS 29-33  TARGET CAPACITY UNITS PER SECOND (00000 OR
005900*                  BLANK = NO PACING)
006000*      COL  35     'O' OVERRIDES A STALE DYNTLOCK TABLE LOCK LEFT
006100*                  BY AN ABENDED JOB
006200*
006300*  RETURN CODES -
006400*      0   EVERY SELECTED ITEM PUT BACK OR ALREADY AS BEFORE
006500*      8   AN ITEM WAS REFUSED OR COULD NOT BE PUT BACK, OR A
006600*          TABLE LOCK WAS REFUSED
006700*      12  NO RUN ID ON SYSIN, NO JOURNAL ENTRIES FOR IT, OR THE
006800*          RUN TOUCHED MORE TABLES THAN CAN BE LOCKED
006900******************************************************************
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
007200 SOURCE-COMPUTER.   IBM-370.
007300 OBJECT-COMPUTER.   IBM-370.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT JOURNAL-FILE ASSIGN TO BIJRNL
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT REPORT-FILE ASSIGN TO BKOUTRPT
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT SORT-FILE ASSIGN TO SORTWK01.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  JOURNAL-FILE
008400     RECORDING MODE IS F.
008500 01  JOURNAL-RECORD.
008600     05 JIN-JOB-NAME             PIC X(08).
008700     05 JIN-RUN-ID               PIC X(16).
008800     05 FILLER                   PIC X(31).
008900     05 JIN-TABLE-NAME           PIC X(255).
009000     05 FILLER                   PIC X(4829).
009100
009200 FD  REPORT-FILE
009300     RECORDING MODE IS F.
009400 01  REPORT-RECORD               PIC X(132).
009500
009600 SD  SORT-FILE.
009700 01  SORT-RECORD.
009800     05 SRT-JOB-NAME             PIC X(08).
009900     05 SRT-RUN-ID               PIC X(16).
010000     05 SRT-DATE                 PIC 9(08).
010100     05 SRT-TIME                 PIC 9(08).
010200     05 SRT-SEQUENCE             PIC 9(09).
010300     05 SRT-COMMAND              PIC X(06).
010400       88 SRT-IS-STORE           VALUE 'STORE'.
010500       88 SRT-IS-REMOVE          VALUE 'REMOVE'.
010600     05 SRT-TABLE-NAME           PIC X(255).
010700     05 SRT-KEY-TYPE             PIC X(02).
010800     05 SRT-KEY-LENGTH           PIC 9(05).
010900     05 SRT-KEY-VALUE            PIC X(400).
011000     05 SRT-SORT-KEY-TYPE        PIC X(02).
011100     05 SRT-SORT-KEY-LENGTH      PIC 9(05).
011200     05 SRT-SORT-KEY-VALUE       PIC X(400).
011300     05 SRT-BEFORE-IMAGE-FLAG    PIC X(01).
011400       88 SRT-BEFORE-PRESENT     VALUE 'Y'.
011500     05 SRT-BEFORE-RECORD-TYPE   PIC X(02).
011600     05 SRT-BEFORE-RECORD-LENGTH PIC 9(05).
011700     05 SRT-BEFORE-RECORD-VALUE  PIC X(2000).
011800     05 SRT-AFTER-RECORD-TYPE    PIC X(02).
011900     05 SRT-AFTER-RECORD-LENGTH  PIC 9(05).
012000     05 SRT-AFTER-RECORD-VALUE   PIC X(2000).
012100
012200 WORKING-STORAGE SECTION.
012300 COPY DynamoDBRQA.
012400 COPY DynamoDBJournal.
012500
012600 77  WS-JOURNAL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
012700     88 WS-JOURNAL-AT-EOF                    VALUE 'Y'.
012800 77  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
012900     88 WS-SORT-AT-EOF                       VALUE 'Y'.
013000 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
013100     88 WS-RUN-REFUSED                       VALUE 'Y'.
013200 77  WS-LOCK-REFUSED-SWITCH      PIC X(01)   VALUE 'N'.
013300     88 WS-LOCK-REFUSED                      VALUE 'Y'.
013400 77  WS-CURRENT-VALUE-SWITCH     PIC X(01)   VALUE SPACES.
013500     88 WS-CURRENT-FOUND                     VALUE 'F'.
013600     88 WS-CURRENT-ABSENT                    VALUE 'A'.
013700     88 WS-CURRENT-UNREADABLE                VALUE 'U'.
013800 77  WS-KEEP-TRYING-SWITCH       PIC X(01)   VALUE 'N'.
013900     88 WS-KEEP-TRYING                       VALUE 'Y'.
014000 77  WS-RETRY-AGAIN-SWITCH       PIC X(01)   VALUE 'N'.
014100     88 WS-SHOULD-RETRY                      VALUE 'Y'.
014200     88 WS-SHOULD-NOT-RETRY                  VALUE 'N'.
014300 77  WS-MAX-RETRIES              PIC 9(03)   VALUE 5.
014400 77  WS-AUDIT-JOB-NAME           PIC X(08)   VALUE 'DYNBKOUT'.
014500 77  WS-AUDIT-PHASE              PIC X(01)   VALUE SPACES.
014600     88 WS-AUDIT-BEFORE-CALL                 VALUE 'B'.
014700     88 WS-AUDIT-AFTER-CALL                  VALUE 'A'.
014800     88 WS-AUDIT-CLOSE-CALL                  VALUE 'C'.
014900 77  WS-CAPLG-PHASE              PIC X(01)   VALUE SPACES.
015000     88 WS-CAPLG-ACCUMULATE                  VALUE 'A'.
015100     88 WS-CAPLG-CLOSE                       VALUE 'C'.
015200 77  WS-TARGET-CAPACITY          PIC 9(05)   VALUE ZERO.
015300 77  WS-TLOCK-FUNCTION           PIC X(01)   VALUE SPACES.
015400     88 WS-TLOCK-ACQUIRE                     VALUE 'A'.
015500     88 WS-TLOCK-FORCE                       VALUE 'F'.
015600     88 WS-TLOCK-CLOSE                       VALUE 'C'.
015700 77  WS-TLOCK-RESULT             PIC X(01)   VALUE SPACES.
015800     88 WS-TLOCK-GRANTED                     VALUE 'Y'.
015900 77  WS-TLOCK-OPERATION          PIC X(06)   VALUE 'STORE'.
016000 77  WS-JRNL-RUN-ID              PIC X(16)   VALUE SPACES.
016100 77  WS-JRNL-PHASE               PIC X(01)   VALUE SPACES.
016200     88 WS-JRNL-WRITE                        VALUE 'W'.
016300     88 WS-JRNL-CLOSE                        VALUE 'C'.
016400 77  WS-JRNL-RESULT              PIC X(01)   VALUE SPACES.
016500     88 WS-JRNL-WRITTEN                      VALUE 'Y'.
016600 77  WS-ENTRIES-READ             PIC 9(09) COMP VALUE ZERO.
016700 77  WS-ENTRIES-SELECTED         PIC 9(09) COMP VALUE ZERO.
016800 77  WS-ENTRIES-BACKED-OUT       PIC 9(09) COMP VALUE ZERO.
016900 77  WS-ITEMS-RESTORED           PIC 9(09) COMP VALUE ZERO.
017000 77  WS-ITEMS-OVERRIDDEN         PIC 9(09) COMP VALUE ZERO.
017100 77  WS-ITEMS-ALREADY-BEFORE     PIC 9(09) COMP VALUE ZERO.
017200 77  WS-ITEMS-REFUSED            PIC 9(09) COMP VALUE ZERO.
017300 77  WS-ITEMS-FAILED             PIC 9(09) COMP VALUE ZERO.
017400 77  WS-ITEMS-JOURNALED          PIC 9(09) COMP VALUE ZERO.
017500 77  WS-TABLE-SUB                PIC 9(02) COMP VALUE ZERO.
017600 77  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.
017700 77  WS-MAX-TABLES               PIC 9(02) COMP VALUE 50.
017800 77  WS-STAT-TABLE-NAME          PIC X(255)  VALUE SPACES.
017900
018000 01  WS-PARM-LINE.
018100     05 WS-PARM-RUN-ID           PIC X(16).
018200     05 FILLER                   PIC X(01).
018300     05 WS-PARM-JOB-NAME         PIC X(08).
018400     05 FILLER                   PIC X(01).
018500     05 WS-PARM-CHANGE-OVERRIDE  PIC X(01).
018600        88 WS-CHANGE-OVERRIDE                 VALUE 'O'.
018700     05 FILLER                   PIC X(01).
018800     05 WS-PARM-TARGET-CAPACITY  PIC X(05).
018900     05 WS-PARM-TARGET-CAPCTY-N REDEFINES
019000        WS-PARM-TARGET-CAPACITY  PIC 9(05).
019100     05 FILLER                   PIC X(01).
019200     05 WS-PARM-LOCK-OVERRIDE    PIC X(01).
019300        88 WS-LOCK-OVERRIDE                   VALUE 'O'.
019400     05 FILLER                   PIC X(45).
019500
019600 01  WS-RUN-DATE-TIME.
019700     05 WS-RUN-YYYYMMDD          PIC 9(08).
019800     05 WS-RUN-HHMMSSTT          PIC 9(08).
019900
020000* EVERY TABLE THE RUN BEING BACKED OUT TOUCHED, GATHERED IN THE
020100* SELECTION PASS SO ALL OF THEM CAN BE LOCKED BEFORE ANY ITEM IS
020200* PUT BACK - SIZED TO THE DYNTLOCK HELD-LOCKS TABLE
020300 01  WS-BACKOUT-TABLES.
020400     05 WS-TABLE-COUNT           PIC 9(02) COMP VALUE ZERO.
020500     05 WS-BACKOUT-TABLE-NAME    PIC X(255) OCCURS 50 TIMES.
020600
020700 01  WS-TITLE-LINE.
020800     05 FILLER                   PIC X(30)   VALUE
020900        'DYNBKOUT - BACKOUT OF RUN ID '.
021000     05 WS-TTL-RUN-ID            PIC X(16).
021100     05 FILLER                   PIC X(10)   VALUE '  JOB    '.
021200     05 WS-TTL-JOB-NAME          PIC X(08).
021300     05 FILLER                   PIC X(14)   VALUE
021400        '  BACKOUT ID '.
021500     05 WS-TTL-BACKOUT-RUN-ID    PIC X(16).
021600     05 FILLER                   PIC X(38)   VALUE SPACES.
021700
021800 01  WS-HEADING-LINE.
021900     05 FILLER                   PIC X(20)   VALUE 'DISPOSITION'.
022000     05 FILLER                   PIC X(09)   VALUE 'JOB'.
022100     05 FILLER                   PIC X(11)   VALUE '   SEQUENCE'.
022200     05 FILLER                   PIC X(22)   VALUE 'TABLE'.
022300     05 FILLER                   PIC X(32)   VALUE 'KEY'.
022400     05 FILLER                   PIC X(38)   VALUE 'SORT KEY'.
022500
022600 01  WS-REPORT-LINE.
022700     05 WS-RPT-DISPOSITION       PIC X(18) VALUE SPACES.
022800     05 FILLER                   PIC X(02) VALUE SPACES.
022900     05 WS-RPT-JOB-NAME          PIC X(08).
023000     05 FILLER                   PIC X(01) VALUE SPACES.
023100     05 WS-RPT-SEQUENCE          PIC Z(09)9.
023200     05 FILLER                   PIC X(01) VALUE SPACES.
023300     05 WS-RPT-TABLE-NAME        PIC X(20).
023400     05 FILLER                   PIC X(02) VALUE SPACES.
023500     05 WS-RPT-KEY-VALUE         PIC X(30).
023600     05 FILLER                   PIC X(02) VALUE SPACES.
023700     05 WS-RPT-SORT-KEY-VALUE    PIC X(30).
023800     05 FILLER                   PIC X(08) VALUE SPACES.
023900
024000 01  WS-TOTAL-LINE.
024100     05 WS-TOT-LABEL             PIC X(30).
024200     05 WS-TOT-COUNT             PIC Z(08)9.
024300     05 FILLER                   PIC X(93) VALUE SPACES.
024400
024500 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
024501 77  WS-WORST-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
024600 01  WS-STAT-COUNTERS.
024700     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 7.
024800     05 FILLER                   PIC X(16)   VALUE
024900        'ENTRIES SELECTED'.
025000     05 WS-STAT-ENTRIES-SELECTED PIC 9(09)   VALUE ZERO.
025100     05 FILLER                   PIC X(16)   VALUE
025200        'ITEMS RESTORED'.
025300     05 WS-STAT-ITEMS-RESTORED   PIC 9(09)   VALUE ZERO.
025400     05 FILLER                   PIC X(16)   VALUE
025500        'UNDER OVERRIDE'.
025600     05 WS-STAT-ITEMS-OVERRIDDEN PIC 9(09)   VALUE ZERO.
025700     05 FILLER                   PIC X(16)   VALUE
025800        'ALREADY BEFORE'.
025900     05 WS-STAT-ALREADY-BEFORE   PIC 9(09)   VALUE ZERO.
026000     05 FILLER                   PIC X(16)   VALUE
026100        'ITEMS REFUSED'.
026200     05 WS-STAT-ITEMS-REFUSED    PIC 9(09)   VALUE ZERO.
026300     05 FILLER                   PIC X(16)   VALUE
026400        'ITEMS FAILED'.
026500     05 WS-STAT-ITEMS-FAILED     PIC 9(09)   VALUE ZERO.
026600     05 FILLER                   PIC X(16)   VALUE
026700        'ITEMS JOURNALED'.
026800     05 WS-STAT-ITEMS-JOURNALED  PIC 9(09)   VALUE ZERO.
026900     05 FILLER                   PIC X(16)   VALUE SPACES.
027000     05 FILLER                   PIC 9(09)   VALUE ZERO.
027100
027200 PROCEDURE DIVISION.
027300******************************************************************
027400*  0000-MAINLINE
027500******************************************************************
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-EXIT.
027900     IF NOT WS-RUN-REFUSED
028000         SORT SORT-FILE
028100             ON DESCENDING KEY SRT-DATE
028200                               SRT-TIME
028300                               SRT-SEQUENCE
028400             INPUT PROCEDURE IS 2000-SELECT-RUN-ENTRIES
028500                 THRU 2000-EXIT
028600             OUTPUT PROCEDURE IS 3000-BACK-OUT-ENTRIES
028700                 THRU 3000-EXIT
028800     END-IF.
028900     PERFORM 4000-TERMINATE
029000         THRU 4000-EXIT.
029100     PERFORM 8000-WRITE-RUN-STATS
029200         THRU 8000-EXIT.
029300     GOBACK.
029400
029500******************************************************************
029600*  1000-INITIALIZE - PICK UP THE SYSIN PARAMETERS, SET THE
029700*                    BACKOUT'S OWN JOURNAL RUN ID, AND START THE
029800*                    REPORT
029900******************************************************************
030000 1000-INITIALIZE.
030100     MOVE SPACES TO WS-PARM-LINE.
030200     ACCEPT WS-PARM-LINE FROM SYSIN.
030300     IF WS-PARM-TARGET-CAPCTY-N NUMERIC
030400         MOVE WS-PARM-TARGET-CAPCTY-N TO WS-TARGET-CAPACITY
030500     END-IF.
030600     ACCEPT WS-RUN-YYYYMMDD FROM DATE YYYYMMDD.
030700     ACCEPT WS-RUN-HHMMSSTT FROM TIME.
030800     MOVE WS-RUN-DATE-TIME TO WS-JRNL-RUN-ID.
030900     OPEN OUTPUT REPORT-FILE.
031000     MOVE WS-PARM-RUN-ID   TO WS-TTL-RUN-ID.
031100     MOVE WS-PARM-JOB-NAME TO WS-TTL-JOB-NAME.
031200     MOVE WS-JRNL-RUN-ID   TO WS-TTL-BACKOUT-RUN-ID.
031300     WRITE REPORT-RECORD FROM WS-TITLE-LINE.
031400     MOVE SPACES TO REPORT-RECORD.
031500     WRITE REPORT-RECORD.
031600     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
031700     IF WS-PARM-RUN-ID = SPACES
031800         DISPLAY 'DYNBKOUT - NO RUN ID ON SYSIN - RUN REFUSED'
031900         SET WS-RUN-REFUSED TO TRUE
032000         GO TO 1000-EXIT
032100     END-IF.
032200     DISPLAY 'DYNBKOUT - BACKING OUT RUN ID ' WS-PARM-RUN-ID.
032300     IF WS-PARM-JOB-NAME NOT = SPACES
032400         DISPLAY 'DYNBKOUT - CHANGES BY JOB ' WS-PARM-JOB-NAME
032500             ' ONLY'
032600     END-IF.
032700     IF WS-CHANGE-OVERRIDE
032800         DISPLAY 'DYNBKOUT - OVERRIDE - ITEMS CHANGED SINCE THE '
032900             'RUN WILL BE PUT BACK TOO'
033000     END-IF.
033100     DISPLAY 'DYNBKOUT - JOURNAL RUN ID ' WS-JRNL-RUN-ID.
033200 1000-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600*  2000-SELECT-RUN-ENTRIES - READ THE WHOLE JOURNAL AND RELEASE
033700*                            THE RUN'S ENTRIES TO THE SORT,
033800*                            GATHERING THE TABLES THEY TOUCH
033900******************************************************************
034000 2000-SELECT-RUN-ENTRIES.
034100     OPEN INPUT JOURNAL-FILE.
034200     PERFORM 2100-SELECT-ONE-ENTRY
034300         THRU 2100-EXIT
034400         UNTIL WS-JOURNAL-AT-EOF.
034500     CLOSE JOURNAL-FILE.
034600     IF WS-ENTRIES-SELECTED = ZERO
034700         DISPLAY 'DYNBKOUT - NO JOURNAL ENTRIES FOR RUN ID '
034800             WS-PARM-RUN-ID ' - NOTHING BACKED OUT'
034900         SET WS-RUN-REFUSED TO TRUE
035000     END-IF.
035100 2000-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*  2100-SELECT-ONE-ENTRY - RELEASE ONE JOURNAL ENTRY IF IT
035600*                          BELONGS TO THE RUN (AND JOB) NAMED ON
035700*                          SYSIN
035800******************************************************************
035900 2100-SELECT-ONE-ENTRY.
036000     READ JOURNAL-FILE
036100         AT END
036200             SET WS-JOURNAL-AT-EOF TO TRUE
036300             GO TO 2100-EXIT
036400     END-READ.
036500     ADD 1 TO WS-ENTRIES-READ.
036600     IF JIN-RUN-ID NOT = WS-PARM-RUN-ID
036700         GO TO 2100-EXIT
036800     END-IF.
036900     IF WS-PARM-JOB-NAME NOT = SPACES
037000         AND JIN-JOB-NAME NOT = WS-PARM-JOB-NAME
037100         GO TO 2100-EXIT
037200     END-IF.
037300     ADD 1 TO WS-ENTRIES-SELECTED.
037400     RELEASE SORT-RECORD FROM JOURNAL-RECORD.
037500     MOVE ZERO TO WS-FOUND-SUB.
037600     PERFORM 2200-CHECK-ONE-TABLE
037700         THRU 2200-EXIT
037800         VARYING WS-TABLE-SUB FROM 1 BY 1
037900         UNTIL WS-TABLE-SUB > WS-TABLE-COUNT.
038000     IF WS-FOUND-SUB > ZERO
038100         GO TO 2100-EXIT
038200     END-IF.
038300     IF WS-TABLE-COUNT NOT < WS-MAX-TABLES
038400         IF NOT WS-RUN-REFUSED
038500             DISPLAY 'DYNBKOUT - RUN TOUCHED MORE THAN '
038600                 WS-MAX-TABLES ' TABLES - RUN REFUSED'
038700         END-IF
038800         SET WS-RUN-REFUSED TO TRUE
038900         GO TO 2100-EXIT
039000     END-IF.
039100     ADD 1 TO WS-TABLE-COUNT.
039200     MOVE JIN-TABLE-NAME
039300         TO WS-BACKOUT-TABLE-NAME (WS-TABLE-COUNT).
039400 2100-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*  2200-CHECK-ONE-TABLE - IS THE ENTRY'S TABLE ALREADY LISTED
039900******************************************************************
040000 2200-CHECK-ONE-TABLE.
040100     IF WS-BACKOUT-TABLE-NAME (WS-TABLE-SUB) = JIN-TABLE-NAME
040200         MOVE WS-TABLE-SUB TO WS-FOUND-SUB
040300     END-IF.
040400 2200-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*  3000-BACK-OUT-ENTRIES - LOCK EVERY TABLE THE RUN TOUCHED, THEN
040900*                          TAKE THE ENTRIES BACK FROM THE SORT
041000*                          NEWEST FIRST AND PUT EACH ITEM BACK
041100******************************************************************
041200 3000-BACK-OUT-ENTRIES.
041300     IF WS-RUN-REFUSED
041400         GO TO 3000-EXIT
041500     END-IF.
041600     PERFORM 3100-LOCK-ONE-TABLE
041700         THRU 3100-EXIT
041800         VARYING WS-TABLE-SUB FROM 1 BY 1
041900         UNTIL WS-TABLE-SUB > WS-TABLE-COUNT
042000         OR WS-LOCK-REFUSED.
042100     IF WS-LOCK-REFUSED
042200         GO TO 3000-EXIT
042300     END-IF.
042400     PERFORM 3200-BACK-OUT-ONE-ENTRY
042500         THRU 3200-EXIT
042600         UNTIL WS-SORT-AT-EOF.
042700 3000-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*  3100-LOCK-ONE-TABLE - ACQUIRE THE DYNTLOCK RUN LOCK ON ONE OF
043200*                        THE RUN'S TABLES
043300******************************************************************
043400 3100-LOCK-ONE-TABLE.
043500     IF WS-LOCK-OVERRIDE
043600         SET WS-TLOCK-FORCE TO TRUE
043700     ELSE
043800         SET WS-TLOCK-ACQUIRE TO TRUE
043900     END-IF.
044000     CALL 'DYNTLOCK' USING WS-AUDIT-JOB-NAME
044100                           WS-TLOCK-FUNCTION
044200                           WS-BACKOUT-TABLE-NAME (WS-TABLE-SUB)
044300                           WS-TLOCK-OPERATION
044400                           WS-TLOCK-RESULT.
044500     IF NOT WS-TLOCK-GRANTED
044600         DISPLAY 'DYNBKOUT - TABLE LOCK REFUSED - NOTHING BACKED '
044700             'OUT'
044800         SET WS-LOCK-REFUSED TO TRUE
044900     END-IF.
045000 3100-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*  3200-BACK-OUT-ONE-ENTRY - RETURN THE NEXT NEWEST ENTRY, READ
045500*                            THE ITEM AS IT STANDS NOW, AND DECIDE
045600*                            WHETHER IT CAN BE PUT BACK
045700******************************************************************
045800 3200-BACK-OUT-ONE-ENTRY.
045900     RETURN SORT-FILE
046000         AT END
046100             SET WS-SORT-AT-EOF TO TRUE
046200             GO TO 3200-EXIT
046300     END-RETURN.
046400     ADD 1 TO WS-ENTRIES-BACKED-OUT.
046500     MOVE SRT-JOB-NAME        TO WS-RPT-JOB-NAME.
046600     MOVE SRT-SEQUENCE        TO WS-RPT-SEQUENCE.
046700     MOVE SRT-TABLE-NAME      TO WS-RPT-TABLE-NAME.
046800     MOVE SRT-KEY-VALUE       TO WS-RPT-KEY-VALUE.
046900     MOVE SRT-SORT-KEY-VALUE  TO WS-RPT-SORT-KEY-VALUE.
047000     PERFORM 3300-READ-CURRENT-VALUE
047100         THRU 3300-EXIT.
047200     IF WS-CURRENT-UNREADABLE
047300         DISPLAY 'DYNBKOUT - ITEM COULD NOT BE READ, RETURN CODE '
047400             dynamodb-return-code IN dynamoDB-response-area
047500             ': ' SRT-KEY-VALUE (1:40)
047600         MOVE 'READ FAILED' TO WS-RPT-DISPOSITION
047700         ADD 1 TO WS-ITEMS-FAILED
047800         GO TO 3200-WRITE-LINE
047900     END-IF.
048000* ALREADY AS BEFORE - THE CHANGE NEVER REACHED THE TABLE, OR
048100* THIS RUN HAS ALREADY BEEN BACKED OUT
048200     IF (SRT-BEFORE-PRESENT
048300         AND WS-CURRENT-FOUND
048400         AND record-value = SRT-BEFORE-RECORD-VALUE
048401         AND record-type = SRT-BEFORE-RECORD-TYPE
048402         AND record-length = SRT-BEFORE-RECORD-LENGTH)
048500         OR (NOT SRT-BEFORE-PRESENT
048600         AND WS-CURRENT-ABSENT)
048700         MOVE 'ALREADY AS BEFORE' TO WS-RPT-DISPOSITION
048800         ADD 1 TO WS-ITEMS-ALREADY-BEFORE
048900         GO TO 3200-WRITE-LINE
049000     END-IF.
049100* STILL AS THE RUN LEFT IT - SAFE TO PUT BACK
049200     IF (SRT-IS-STORE
049300         AND WS-CURRENT-FOUND
049301         AND record-value = SRT-AFTER-RECORD-VALUE
049302         AND record-type = SRT-AFTER-RECORD-TYPE
049303         AND record-length = SRT-AFTER-RECORD-LENGTH)
049500         OR (SRT-IS-REMOVE
049600         AND WS-CURRENT-ABSENT)
049700         MOVE 'RESTORED' TO WS-RPT-DISPOSITION
049800         PERFORM 3400-PUT-ITEM-BACK
049900             THRU 3400-EXIT
050000         GO TO 3200-WRITE-LINE
050100     END-IF.
050200* CHANGED AGAIN SINCE THE RUN - ONLY PUT BACK UNDER THE OVERRIDE
050300     IF NOT WS-CHANGE-OVERRIDE
050400         MOVE 'REFUSED - CHANGED' TO WS-RPT-DISPOSITION
050500         ADD 1 TO WS-ITEMS-REFUSED
050600         GO TO 3200-WRITE-LINE
050700     END-IF.
050800     MOVE 'RESTORED-OVERRIDE' TO WS-RPT-DISPOSITION.
050900     PERFORM 3400-PUT-ITEM-BACK
051000         THRU 3400-EXIT.
051100     IF WS-RPT-DISPOSITION = 'RESTORED-OVERRIDE'
051200         ADD 1 TO WS-ITEMS-OVERRIDDEN
051300     END-IF.
051400 3200-WRITE-LINE.
051500     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
051600 3200-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*  3300-READ-CURRENT-VALUE - READ THE ITEM AS IT STANDS NOW; A
052100*                            SUCCESSFUL READ WITH NO VALUE MEANS
052200*                            THE ITEM DOES NOT EXIST
052300******************************************************************
052400 3300-READ-CURRENT-VALUE.
052500     PERFORM 3350-BUILD-ITEM-KEY
052600         THRU 3350-EXIT.
052700     SET read-command TO TRUE.
052800     MOVE ZERO TO retry-count IN dynamoDB-response-area.
052900     SET WS-KEEP-TRYING TO TRUE.
053000     PERFORM 3500-ATTEMPT-CALL
053100         THRU 3500-EXIT
053200         UNTIL NOT WS-KEEP-TRYING.
053300     IF NOT request-successful
053400         SET WS-CURRENT-UNREADABLE TO TRUE
053500     ELSE
053600         IF record-value = SPACES
053700             SET WS-CURRENT-ABSENT TO TRUE
053800         ELSE
053900             SET WS-CURRENT-FOUND TO TRUE
054000         END-IF
054100     END-IF.
054200 3300-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*  3350-BUILD-ITEM-KEY - STAGE A FRESH REQUEST FOR THE ENTRY'S
054700*                        TABLE AND KEYS
054800******************************************************************
054900 3350-BUILD-ITEM-KEY.
055000     MOVE SPACES TO dynamoDB-request-area.
055100     MOVE SRT-TABLE-NAME       TO table-name.
055200     MOVE SRT-KEY-TYPE         TO key-type.
055300     MOVE SRT-KEY-LENGTH       TO key-length.
055400     MOVE SRT-KEY-VALUE        TO key-value.
055500     MOVE SRT-SORT-KEY-TYPE    TO sort-key-type.
055600     MOVE SRT-SORT-KEY-LENGTH  TO sort-key-length.
055700     MOVE SRT-SORT-KEY-VALUE   TO sort-key-value.
055800 3350-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200*  3400-PUT-ITEM-BACK - JOURNAL THE ITEM'S CURRENT VALUE UNDER
056300*                       THE BACKOUT'S OWN RUN ID, THEN STORE THE
056400*                       BEFORE IMAGE, OR REMOVE THE ITEM IF IT DID
056500*                       NOT EXIST BEFORE THE RUN
056600******************************************************************
056700 3400-PUT-ITEM-BACK.
056800     PERFORM 3450-JOURNAL-CURRENT-VALUE
056900         THRU 3450-EXIT.
057000     IF NOT WS-JRNL-WRITTEN
057100         DISPLAY 'DYNBKOUT - CURRENT VALUE NOT JOURNALED - ITEM '
057200             'NOT PUT BACK: ' SRT-KEY-VALUE (1:40)
057300         MOVE 'NOT JOURNALED' TO WS-RPT-DISPOSITION
057400         ADD 1 TO WS-ITEMS-FAILED
057500         GO TO 3400-EXIT
057600     END-IF.
057700     PERFORM 3350-BUILD-ITEM-KEY
057800         THRU 3350-EXIT.
057900     IF SRT-BEFORE-PRESENT
058000         SET store-command TO TRUE
058100         MOVE SRT-BEFORE-RECORD-TYPE   TO record-type
058200         MOVE SRT-BEFORE-RECORD-LENGTH TO record-length
058300         MOVE SRT-BEFORE-RECORD-VALUE  TO record-value
058400     ELSE
058500         SET remove-command TO TRUE
058600     END-IF.
058700     MOVE ZERO TO retry-count IN dynamoDB-response-area.
058800     SET WS-KEEP-TRYING TO TRUE.
058900     PERFORM 3500-ATTEMPT-CALL
059000         THRU 3500-EXIT
059100         UNTIL NOT WS-KEEP-TRYING.
059200     IF NOT request-successful
059300         DISPLAY 'DYNBKOUT - ITEM NOT PUT BACK, RETURN CODE '
059400             dynamodb-return-code IN dynamoDB-response-area
059500             ': ' SRT-KEY-VALUE (1:40)
059600         MOVE 'RESTORE FAILED' TO WS-RPT-DISPOSITION
059700         ADD 1 TO WS-ITEMS-FAILED
059800         GO TO 3400-EXIT
059900     END-IF.
060000     ADD 1 TO WS-ITEMS-RESTORED.
060100 3400-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500*  3450-JOURNAL-CURRENT-VALUE - WRITE THE VALUE THE BACKOUT IS
060600*                               ABOUT TO REPLACE TO THE BEFORE-
060700*                               IMAGE JOURNAL, SO THE BACKOUT CAN
060800*                               ITSELF BE BACKED OUT
060900******************************************************************
061000 3450-JOURNAL-CURRENT-VALUE.
061100     MOVE SPACES TO dynamoDB-journal-record.
061200     MOVE WS-JRNL-RUN-ID       TO jrnl-run-id.
061300     IF SRT-BEFORE-PRESENT
061400         SET jrnl-store-command TO TRUE
061500     ELSE
061600         SET jrnl-remove-command TO TRUE
061700     END-IF.
061800     MOVE SRT-TABLE-NAME       TO jrnl-table-name.
061900     MOVE SRT-KEY-TYPE         TO jrnl-key-type.
062000     MOVE SRT-KEY-LENGTH       TO jrnl-key-length.
062100     MOVE SRT-KEY-VALUE        TO jrnl-key-value.
062200     MOVE SRT-SORT-KEY-TYPE    TO jrnl-sort-key-type.
062300     MOVE SRT-SORT-KEY-LENGTH  TO jrnl-sort-key-length.
062400     MOVE SRT-SORT-KEY-VALUE   TO jrnl-sort-key-value.
062500     IF WS-CURRENT-FOUND
062600         SET jrnl-before-image-present TO TRUE
062700         MOVE record-type      TO jrnl-before-record-type
062800         MOVE record-length    TO jrnl-before-record-length
062900         MOVE record-value     TO jrnl-before-record-value
063000     ELSE
063100         SET jrnl-before-image-absent TO TRUE
063200         MOVE ZERO TO jrnl-before-record-length
063300     END-IF.
063400     IF SRT-BEFORE-PRESENT
063500         MOVE SRT-BEFORE-RECORD-TYPE   TO jrnl-after-record-type
063600         MOVE SRT-BEFORE-RECORD-LENGTH TO jrnl-after-record-length
063700         MOVE SRT-BEFORE-RECORD-VALUE  TO jrnl-after-record-value
063800     ELSE
063900         MOVE ZERO TO jrnl-after-record-length
064000     END-IF.
064100     SET WS-JRNL-WRITE TO TRUE.
064200     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
064300                          WS-JRNL-PHASE
064400                          dynamoDB-journal-record
064500                          WS-JRNL-RESULT.
064600     IF WS-JRNL-WRITTEN
064700         ADD 1 TO WS-ITEMS-JOURNALED
064800     END-IF.
064900 3450-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300*  3500-ATTEMPT-CALL - CALL THE BRIDGE ONCE, AUDITING BEFORE AND
065400*                      AFTER, AND BACK OFF AND TRY AGAIN IF THE
065500*                      CALL COMES BACK THROTTLED
065600******************************************************************
065700 3500-ATTEMPT-CALL.
065800     SET WS-AUDIT-BEFORE-CALL TO TRUE.
065900     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
066000                           WS-AUDIT-PHASE
066100                           dynamoDB-request-area.
066200     CALL 'DynamoDBBR' USING dynamoDB-request-area.
066300     SET WS-AUDIT-AFTER-CALL TO TRUE.
066400     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
066500                           WS-AUDIT-PHASE
066600                           dynamoDB-request-area.
066700     CALL 'DYNPACE' USING consumed-capacity-units
066800                           WS-TARGET-CAPACITY.
066900     SET WS-CAPLG-ACCUMULATE TO TRUE.
067000     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
067100                           WS-CAPLG-PHASE
067200                           table-name
067300                           command
067400                           consumed-capacity-units.
067500     MOVE 'N' TO WS-KEEP-TRYING-SWITCH.
067600     IF request-throttled IN dynamoDB-response-area
067700         CALL 'DYNRETRY' USING
067800             retry-count IN dynamoDB-response-area
067900             WS-MAX-RETRIES
068000             WS-RETRY-AGAIN-SWITCH
068100         IF WS-SHOULD-RETRY
068200             SET WS-KEEP-TRYING TO TRUE
068300         END-IF
068400     END-IF.
068500 3500-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*  4000-TERMINATE - RELEASE THE TABLE LOCKS, CLOSE THE SHARED
069000*                   AUDIT, LEDGER, AND JOURNAL FILES, WRITE THE
069100*                   REPORT TOTALS, AND SET THE RETURN CODE
069200******************************************************************
069300 4000-TERMINATE.
069400* THE LOCK RELEASES DRIVE THE BRIDGE THEMSELVES, SO THE DYNTLOCK
069500* CLOSE MUST COME BEFORE THE DYNAUDIT AND DYNCAPLG CLOSES OR ITS
069600* CALLS WOULD MISS THE AUDIT TRAIL AND THE CAPACITY LEDGER
069700     SET WS-TLOCK-CLOSE TO TRUE.
069800     CALL 'DYNTLOCK' USING WS-AUDIT-JOB-NAME
069900                           WS-TLOCK-FUNCTION
070000                           WS-STAT-TABLE-NAME
070100                           WS-TLOCK-OPERATION
070200                           WS-TLOCK-RESULT.
070300     SET WS-AUDIT-CLOSE-CALL TO TRUE.
070400     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
070500                           WS-AUDIT-PHASE
070600                           dynamoDB-request-area.
070700     SET WS-CAPLG-CLOSE TO TRUE.
070800     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
070900                           WS-CAPLG-PHASE
071000                           table-name
071100                           command
071200                           consumed-capacity-units.
071300     SET WS-JRNL-CLOSE TO TRUE.
071400     CALL 'DYNJRNL' USING WS-AUDIT-JOB-NAME
071500                          WS-JRNL-PHASE
071600                          dynamoDB-journal-record
071700                          WS-JRNL-RESULT.
071800     MOVE SPACES TO REPORT-RECORD.
071900     WRITE REPORT-RECORD.
072000     MOVE 'JOURNAL ENTRIES READ' TO WS-TOT-LABEL.
072100     MOVE WS-ENTRIES-READ TO WS-TOT-COUNT.
072200     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
072300     MOVE 'ENTRIES FOR THE RUN' TO WS-TOT-LABEL.
072400     MOVE WS-ENTRIES-SELECTED TO WS-TOT-COUNT.
072500     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
072600     MOVE 'ITEMS RESTORED' TO WS-TOT-LABEL.
072700     MOVE WS-ITEMS-RESTORED TO WS-TOT-COUNT.
072800     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
072900     MOVE '  OF WHICH UNDER OVERRIDE' TO WS-TOT-LABEL.
073000     MOVE WS-ITEMS-OVERRIDDEN TO WS-TOT-COUNT.
073100     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
073200     MOVE 'ITEMS ALREADY AS BEFORE' TO WS-TOT-LABEL.
073300     MOVE WS-ITEMS-ALREADY-BEFORE TO WS-TOT-COUNT.
073400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
073500     MOVE 'ITEMS REFUSED - CHANGED' TO WS-TOT-LABEL.
073600     MOVE WS-ITEMS-REFUSED TO WS-TOT-COUNT.
073700     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
073800     MOVE 'ITEMS FAILED' TO WS-TOT-LABEL.
073900     MOVE WS-ITEMS-FAILED TO WS-TOT-COUNT.
074000     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
074100     CLOSE REPORT-FILE.
074200     DISPLAY 'DYNBKOUT - JOURNAL READ   : ' WS-ENTRIES-READ.
074300     DISPLAY 'DYNBKOUT - RUN ENTRIES    : ' WS-ENTRIES-SELECTED.
074400     DISPLAY 'DYNBKOUT - ENTRIES TAKEN  : ' WS-ENTRIES-BACKED-OUT.
074500     DISPLAY 'DYNBKOUT - ITEMS RESTORED : ' WS-ITEMS-RESTORED.
074600     DISPLAY 'DYNBKOUT - UNDER OVERRIDE : ' WS-ITEMS-OVERRIDDEN.
074700     DISPLAY 'DYNBKOUT - ALREADY BEFORE : '
074800         WS-ITEMS-ALREADY-BEFORE.
074900     DISPLAY 'DYNBKOUT - ITEMS REFUSED  : ' WS-ITEMS-REFUSED.
075000     DISPLAY 'DYNBKOUT - ITEMS FAILED   : ' WS-ITEMS-FAILED.
075100     DISPLAY 'DYNBKOUT - JOURNAL RUN ID : ' WS-JRNL-RUN-ID.
075101     IF WS-RUN-REFUSED
075102         MOVE 12 TO WS-WORST-RETURN-CODE
075103     END-IF.
075104     IF WS-WORST-RETURN-CODE < 8
075105         AND (WS-LOCK-REFUSED
075106         OR WS-ITEMS-REFUSED > ZERO
075107         OR WS-ITEMS-FAILED > ZERO)
075108         MOVE 8 TO WS-WORST-RETURN-CODE
075109     END-IF.
075110     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
076100 4000-EXIT.
076200     EXIT.
076300
076400******************************************************************
076500*  8000-WRITE-RUN-STATS - HAND THE RUN'S TOTALS AND FINAL
076600*                         RETURN CODE TO DYNSTATW FOR THE
076700*                         DYNOPSRP DAILY OPERATIONS REPORT
076800******************************************************************
076900 8000-WRITE-RUN-STATS.
077000     IF WS-TABLE-COUNT > ZERO
077100         MOVE WS-BACKOUT-TABLE-NAME (1) TO WS-STAT-TABLE-NAME
077200     END-IF.
077300     MOVE WS-ENTRIES-SELECTED     TO WS-STAT-ENTRIES-SELECTED.
077400     MOVE WS-ITEMS-RESTORED       TO WS-STAT-ITEMS-RESTORED.
077500     MOVE WS-ITEMS-OVERRIDDEN     TO WS-STAT-ITEMS-OVERRIDDEN.
077600     MOVE WS-ITEMS-ALREADY-BEFORE TO WS-STAT-ALREADY-BEFORE.
077700     MOVE WS-ITEMS-REFUSED        TO WS-STAT-ITEMS-REFUSED.
077800     MOVE WS-ITEMS-FAILED         TO WS-STAT-ITEMS-FAILED.
077900     MOVE WS-ITEMS-JOURNALED      TO WS-STAT-ITEMS-JOURNALED.
077901     MOVE WS-WORST-RETURN-CODE    TO WS-STAT-RETURN-CODE.
078100     CALL 'DYNSTATW' USING WS-AUDIT-JOB-NAME
078200                           WS-STAT-TABLE-NAME
078300                           WS-STAT-RETURN-CODE
078400                           WS-STAT-COUNTERS
078450                           WS-JRNL-RUN-ID.
078451* DYNSTATW SETS RETURN-CODE ITSELF - PUT THE JOB'S OWN BACK
078452     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
078500 8000-EXIT.
078600     EXIT.
