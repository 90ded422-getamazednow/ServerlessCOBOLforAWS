000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNMAINT.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - ONLINE ITEM MAINTENANCE FOR
001100*                 THE SERVICE DESK.  FIXING ONE ITEM USED TO MEAN
001200*                 A HAND-BUILT ONE-RECORD LOADIN THROUGH DYNEDIT
001300*                 AND DYNBATCH; THIS SHOWS THE ITEM FIELD BY
001400*                 FIELD AND CHANGES OR DELETES IT DIRECTLY, WITH
001500*                 OPTIMISTIC LOCKING AND SECOND-PERSON APPROVAL
001600*                 FOR DELETES AND SENSITIVE FIELDS.
001601* 2026-10-15  JH  THE USER ID NOW COMES FROM THE SIGNED-ON
001602*                 SECURITY ENVIRONMENT (ACEE), NOT THE PARM, WHICH
001603*                 MUST MATCH IT IF GIVEN - A MAKER CANNOT PASS
001604*                 ANOTHER ID TO APPROVE THEIR OWN CHANGE.
001700******************************************************************
001800******************************************************************
001900*  DYNMAINT IS A CONVERSATIONAL TRANSACTION RUN FROM A TSO
002000*  SESSION WITH SYSIN AND SYSOUT ALLOCATED TO THE TERMINAL.  THE
002001*  USER ID IS TAKEN FROM THE SESSION'S SECURITY ENVIRONMENT (THE
002002*  ACEE), NOT FROM THE PARM, SO NOBODY CAN CLAIM ANOTHER USER'S ID
002003*  TO APPROVE THEIR OWN CHANGE.  THE INVOKING CLIST STILL PASSES
002004*  &SYSUID AS THE PARM; A PARM THAT NAMES ANY OTHER USER, OR IS
002005*  LONGER THAN A USER ID, REFUSES THE SESSION, AS DOES A SESSION
002006*  WITH NO SIGNED-ON USER.  THE USER ID IS WHAT KEEPS THE MAKER OF
002007*  A CHANGE FROM APPROVING IT.
002400*
002500*  COMMANDS (ONE PER LINE, EACH PROMPTS FOR WHAT IT NEEDS) -
002600*      DISPLAY   READ AN ITEM BY TABLE, KEY, AND SORT KEY AND SHOW
002700*                ITS FIELDS BROKEN OUT BY THE TABLE'S RECLAYT
002800*                LAYOUT, WITH THE ITEM'S VERSION
002900*      CHANGE    CHANGE ONE FIELD OF THE DISPLAYED ITEM
003000*      DELETE    DELETE THE DISPLAYED ITEM
003100*      LIST      LIST THE CHANGES WAITING FOR APPROVAL
003200*      APPROVE   APPROVE AND APPLY A WAITING CHANGE
003300*      REJECT    REJECT A WAITING CHANGE (THE MAKER MAY
003400*                WITHDRAW THEIR OWN)
003500*      END       END THE SESSION (SO DOES A BLANK LINE)
003600*
003700*  ONLY TABLES LISTED IN TABLCTL CAN BE MAINTAINED; TABLCTL GIVES
003800*  THE KEY TYPES AND THE RECLAYT SECTION (TCTL-LAYOUT-DSN) OF
003900*  EACH.
004000*  A TABLE WITH NO LAYOUT CAN BE DISPLAYED AND DELETED BUT NOT
004100*  CHANGED FIELD BY FIELD.  A FIELD IS SENSITIVE WHEN ITS RECLAYT
004200*  RECORD CARRIES A DYNMASK MASK FLAG IN COLUMN 50 - DATA WE MASK
004300*  OUT OF TEST COPIES IS DATA ONE PERSON SHOULD NOT CHANGE ALONE.
004400*  A NEW VALUE IS TYPED ON ONE LINE, SO A FIELD LONGER THAN 80
004500*  BYTES IS CHANGED THROUGH A LOADIN RUN, AS BEFORE.  A NUMERIC
004600*  FIELD TAKES DIGITS ONLY AND IS RIGHT-JUSTIFIED WITH ZEROS.
004700*
004800*  OPTIMISTIC LOCKING - THE BRIDGE RETURNS AN ITEM'S CURRENT
004900*  VERSION IN EXPECTED-VERSION ON A READ, AND APPLIES AN UPDATE
005000*  OR REMOVE CARRYING AN EXPECTED-VERSION ONLY IF THE ITEM STILL
005100*  HAS THAT VERSION.  EVERY CHANGE AND DELETE CARRIES THE VERSION
005200*  THE USER WAS SHOWN, PLUS THE CONDITION-EXPRESSION
005300*  'attribute_exists(key)' SO AN ITEM DELETED MEANWHILE IS NOT
005400*  RECREATED BY THE UPDATE.  AN ITEM CHANGED BY ANYONE ELSE SINCE
005500*  IT WAS DISPLAYED IS REFUSED, NEVER OVERWRITTEN - THE USER
005600*  DISPLAYS IT AGAIN AND STARTS OVER.  AN ITEM THAT COMES BACK
005700*  WITH NO VERSION CANNOT BE PROTECTED AND IS NOT CHANGED.
005800*
005900*  SECOND-PERSON APPROVAL - A DELETE, OR A CHANGE TO A SENSITIVE
006000*  FIELD, IS NOT APPLIED BUT STORED AS A PENDING ENTRY IN THE
006100*  DYNPENDQ CONTROL TABLE, KEYED BY A 16-DIGIT PENDING ID (THE
006200*  DATE AND TIME IT WAS RAISED) AND CARRYING THE MAKER, THE ITEM,
006300*  THE VERSION THE MAKER SAW, AND THE FIELD'S OLD AND NEW VALUES.
006400*  ANOTHER USER APPROVES IT; THE ENTRY IS FIRST MARKED APPROVED
006500*  UNDER ITS OWN VERSION, SO TWO APPROVERS CANNOT BOTH APPLY IT,
006600*  AND THE CHANGE IS THEN APPLIED UNDER THE VERSION THE MAKER SAW
006700*  - AN ITEM CHANGED SINCE IS REFUSED AND THE ENTRY MARKED
006800*  FAILED.  DECIDED ENTRIES STAY ON DYNPENDQ AS THE RECORD OF WHO
006900*  RAISED AND WHO APPROVED OR REJECTED EACH CHANGE.
007000*
007100*  EVERY BRIDGE CALL IS BRACKETED WITH DYNAUDIT, BACKS OFF UNDER
007200*  DYNRETRY WHEN THROTTLED, AND FEEDS THE DYNCAPLG CAPACITY LEDGER
007300*  (CAPLEDGR) - ALL UNDER THE JOB NAME DYNMAINT.
007400*
007500*  RETURN CODES -
007600*      0   SESSION ENDED NORMALLY
007700*      8   A CHANGE OR DELETE WAS REFUSED OR FAILED
007701*      12  SESSION REFUSED - NO SIGNED-ON USER ID, A PARM THAT
007702*          NAMES ANOTHER USER, OR BAD TABLCTL / RECLAYT
007900******************************************************************
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER.   IBM-370.
008300 OBJECT-COMPUTER.   IBM-370.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT OPTIONAL LAYOUT-FILE ASSIGN TO RECLAYT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-LAYT-FILE-STATUS.
008900     SELECT TABLE-CONTROL-FILE ASSIGN TO TABLCTL
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-TCTL-FILE-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  LAYOUT-FILE
009500     RECORDING MODE IS F.
009600 01  LAYOUT-RECORD.
009700     05 LAYT-FIELD-NAME          PIC X(30).
009800     05 LAYT-OFFSET              PIC 9(05).
009900     05 LAYT-LENGTH              PIC 9(05).
010000     05 LAYT-TYPE                PIC X(01).
010100     05 LAYT-FLAG                PIC X(01).
010200     05 LAYT-TOLERANCE           PIC 9(05)V9(02).
010300     05 LAYT-MASK-FLAG           PIC X(01).
010400       88 LAYT-MASK-FLAG-VALID   VALUE 'K' 'S' 'B' ' '.
010500     05 FILLER                   PIC X(30).
010600 01  LAYOUT-DELIMITER-RECORD.
010700     05 LAYT-DLM-TAG             PIC X(30).
010800       88 LAYT-IS-DELIMITER      VALUE '*LAYOUT'.
010900     05 LAYT-DLM-DSN             PIC X(44).
011000     05 FILLER                   PIC X(06).
011100
011200 FD  TABLE-CONTROL-FILE
011300     RECORDING MODE IS F.
011400 01  TABLE-CONTROL-REC           PIC X(400).
011500
011600 WORKING-STORAGE SECTION.
011700 COPY DynamoDBRQA.
011800 COPY DynamoDBTblCtl.
011900
012000 77  WS-SESSION-ENDED-SWITCH     PIC X(01)   VALUE 'N'.
012100     88 WS-SESSION-ENDED                     VALUE 'Y'.
012200 77  WS-RUN-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
012300     88 WS-RUN-REFUSED                       VALUE 'Y'.
012400 77  WS-ITEM-DISPLAYED-SWITCH    PIC X(01)   VALUE 'N'.
012500     88 WS-ITEM-DISPLAYED                    VALUE 'Y'.
012600 77  WS-APPLY-RESULT-SWITCH      PIC X(01)   VALUE 'N'.
012700     88 WS-APPLY-SUCCEEDED                   VALUE 'Y'.
012800     88 WS-APPLY-FAILED                      VALUE 'N'.
012900 77  WS-PENDING-READ-SWITCH      PIC X(01)   VALUE 'N'.
013000     88 WS-PENDING-READ-OK                   VALUE 'Y'.
013100 77  WS-SCAN-COMPLETE-SWITCH     PIC X(01)   VALUE 'N'.
013200     88 WS-SCAN-COMPLETE                     VALUE 'Y'.
013300 77  WS-KEEP-TRYING-SWITCH       PIC X(01)   VALUE 'N'.
013400     88 WS-KEEP-TRYING                       VALUE 'Y'.
013500 77  WS-RETRY-AGAIN-SWITCH       PIC X(01)   VALUE 'N'.
013600     88 WS-SHOULD-RETRY                      VALUE 'Y'.
013700     88 WS-SHOULD-NOT-RETRY                  VALUE 'N'.
013800 77  WS-MAX-RETRIES              PIC 9(03)   VALUE 5.
013900 77  WS-AUDIT-JOB-NAME           PIC X(08)   VALUE 'DYNMAINT'.
014000 77  WS-AUDIT-PHASE              PIC X(01)   VALUE SPACES.
014100     88 WS-AUDIT-BEFORE-CALL                 VALUE 'B'.
014200     88 WS-AUDIT-AFTER-CALL                  VALUE 'A'.
014300     88 WS-AUDIT-CLOSE-CALL                  VALUE 'C'.
014400 77  WS-CAPLG-PHASE              PIC X(01)   VALUE SPACES.
014500     88 WS-CAPLG-ACCUMULATE                  VALUE 'A'.
014600     88 WS-CAPLG-CLOSE                       VALUE 'C'.
014700 77  WS-WORST-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
014800 77  WS-RAISE-RC                 PIC 9(02) COMP VALUE ZERO.
014900
015000 77  WS-USER-ID                  PIC X(08)   VALUE SPACES.
015001 77  WS-PARM-USER-ID             PIC X(08)   VALUE SPACES.
015100 77  WS-PENDING-TABLE-NAME       PIC X(255)  VALUE 'DYNPENDQ'.
015200 77  WS-PENDING-RECORD-LENGTH    PIC 9(05)   VALUE 1500.
015300 77  WS-ITEM-CONDITION           PIC X(25)   VALUE
015400     'attribute_exists(key)'.
015500 77  WS-NEW-ENTRY-CONDITION      PIC X(25)   VALUE
015600     'attribute_not_exists(key)'.
015700
015800 77  WS-ITEMS-DISPLAYED          PIC 9(09) COMP VALUE ZERO.
015900 77  WS-CHANGES-APPLIED          PIC 9(09) COMP VALUE ZERO.
016000 77  WS-DELETES-APPLIED          PIC 9(09) COMP VALUE ZERO.
016100 77  WS-ENTRIES-QUEUED           PIC 9(09) COMP VALUE ZERO.
016200 77  WS-ENTRIES-APPROVED         PIC 9(09) COMP VALUE ZERO.
016300 77  WS-ENTRIES-REJECTED         PIC 9(09) COMP VALUE ZERO.
016400 77  WS-ACTIONS-REFUSED          PIC 9(09) COMP VALUE ZERO.
016500 77  WS-ENTRIES-LISTED           PIC 9(09) COMP VALUE ZERO.
016600
016700 01  WS-COMMAND-LINE.
016800     05 WS-COMMAND-VERB          PIC X(08).
016900     05 FILLER                   PIC X(72).
017000 01  WS-REPLY-LINE               PIC X(80)   VALUE SPACES.
017100 77  WS-REPLY-LENGTH             PIC 9(05) COMP VALUE ZERO.
017200 77  WS-TRIM-AREA                PIC X(400)  VALUE SPACES.
017300 77  WS-TRIMMED-LENGTH           PIC 9(05) COMP VALUE ZERO.
017400 77  WS-SHOW-LENGTH              PIC 9(05) COMP VALUE ZERO.
017500 77  WS-SLICE-OFFSET             PIC 9(05) COMP VALUE ZERO.
017600 77  WS-FIELD-END                PIC 9(05) COMP VALUE ZERO.
017700 77  WS-JUSTIFY-POS              PIC 9(05) COMP VALUE ZERO.
017800 77  WS-NEW-FIELD-VALUE          PIC X(80)   VALUE SPACES.
017900 77  WS-SENSITIVE-MARK           PIC X(01)   VALUE SPACE.
018000
018100 01  WS-CURRENT-DATE-TIME.
018200     05 WS-CURRENT-YYYYMMDD      PIC 9(08).
018300     05 WS-CURRENT-HHMMSSTT      PIC 9(08).
018400
018500 77  WS-LAYT-FILE-STATUS         PIC X(02)   VALUE SPACES.
018600     88 WS-LAYT-FILE-OK                      VALUE '00'.
018700     88 WS-LAYT-FILE-MISSING                 VALUE '05' '35'.
018800 77  WS-LAYT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
018900     88 WS-LAYT-AT-EOF                       VALUE 'Y'.
019000 77  WS-LAYT-SUB                 PIC 9(03) COMP VALUE ZERO.
019100 77  WS-LSET-LOAD-SUB            PIC 9(03) COMP VALUE ZERO.
019200 77  WS-LSET-SCAN-SUB            PIC 9(03) COMP VALUE ZERO.
019300 77  WS-FOUND-SET                PIC 9(03) COMP VALUE ZERO.
019400 77  WS-FOUND-FIELD              PIC 9(03) COMP VALUE ZERO.
019500 77  WS-WANTED-DSN               PIC X(44)   VALUE SPACES.
019600 77  WS-WANTED-FIELD             PIC X(30)   VALUE SPACES.
019700
019800 01  WS-LAYOUT-SETS.
019900     05 WS-LSET-COUNT            PIC 9(03) COMP VALUE ZERO.
020000     05 WS-LAYOUT-SET OCCURS 10 TIMES.
020100        10 WS-LSET-ID            PIC X(44).
020200        10 WS-LSET-FIELD-COUNT   PIC 9(03) COMP.
020300        10 WS-LAYOUT-ENTRY OCCURS 50 TIMES.
020400           15 WS-LAYT-FIELD-NAME PIC X(30).
020500           15 WS-LAYT-OFFSET     PIC 9(05) COMP.
020600           15 WS-LAYT-LENGTH     PIC 9(05) COMP.
020700           15 WS-LAYT-TYPE       PIC X(01).
020800              88 WS-LAYT-NUMERIC             VALUE 'N'.
020900           15 WS-LAYT-MASK-FLAG  PIC X(01).
021000              88 WS-LAYT-NOT-SENSITIVE       VALUE ' '.
021100
021200 77  WS-TCTL-FILE-STATUS         PIC X(02)   VALUE SPACES.
021300     88 WS-TCTL-FILE-OK                      VALUE '00'.
021400 77  WS-TCTL-EOF-SWITCH          PIC X(01)   VALUE 'N'.
021500     88 WS-TCTL-AT-EOF                       VALUE 'Y'.
021600 77  WS-CTL-SUB                  PIC 9(03) COMP VALUE ZERO.
021700 77  WS-FOUND-CTL                PIC 9(03) COMP VALUE ZERO.
021800 77  WS-WANTED-TABLE             PIC X(255)  VALUE SPACES.
021900
022000 01  WS-MAINT-CONTROL-TABLE.
022100     05 WS-CTL-COUNT             PIC 9(03) COMP VALUE ZERO.
022200     05 WS-CTL-ENTRY OCCURS 50 TIMES.
022300        10 WS-CTL-TABLE-NAME     PIC X(255).
022400        10 WS-CTL-KEY-TYPE       PIC X(02).
022500        10 WS-CTL-SORT-KEY-TYPE  PIC X(02).
022600        10 WS-CTL-LAYOUT-DSN     PIC X(44).
022700        10 WS-CTL-LSET           PIC 9(03) COMP.
022800
022900* THE ITEM A REQUEST IS STAGED AGAINST - BY 5000-STAGE-ITEM-
023000* REQUEST FROM WS-TARGET
023100 01  WS-TARGET.
023200     05 WS-TGT-TABLE-NAME        PIC X(255).
023300     05 WS-TGT-KEY-TYPE          PIC X(02).
023400     05 WS-TGT-KEY-VALUE         PIC X(400).
023500     05 WS-TGT-SORT-KEY-TYPE     PIC X(02).
023600     05 WS-TGT-SORT-KEY-VALUE    PIC X(400).
023700
023800* THE ITEM LAST DISPLAYED, AS IT WAS SHOWN TO THE USER
023900 01  WS-CURRENT-ITEM.
024000     05 WS-CUR-TARGET            PIC X(1059).
024100     05 WS-CUR-CTL               PIC 9(03) COMP.
024200     05 WS-CUR-LSET              PIC 9(03) COMP.
024300     05 WS-CUR-VERSION           PIC X(50).
024400     05 WS-CUR-RECORD-LENGTH     PIC 9(05).
024500     05 WS-CUR-RECORD-VALUE      PIC X(2000).
024600
024700* ONE MAINTENANCE ACTION - A DIRECT CHANGE IS BUILT HERE AND
024800* APPLIED AT ONCE; A PENDING ONE IS STORED ON DYNPENDQ AS THIS
024900* RECORD VALUE AND APPLIED FROM IT WHEN APPROVED
025000 77  WS-PENDING-ID               PIC X(16)   VALUE SPACES.
025100 77  WS-PENDING-VERSION          PIC X(50)   VALUE SPACES.
025200 01  WS-PENDING-ENTRY.
025300     05 PND-STATUS               PIC X(01).
025400        88 PND-IS-PENDING                    VALUE 'P'.
025500        88 PND-IS-APPROVED                   VALUE 'A'.
025600        88 PND-IS-REJECTED                   VALUE 'R'.
025700        88 PND-IS-FAILED                     VALUE 'F'.
025800     05 PND-ACTION               PIC X(01).
025900        88 PND-IS-CHANGE                     VALUE 'C'.
026000        88 PND-IS-DELETE                     VALUE 'D'.
026100     05 PND-MAKER                PIC X(08).
026200     05 PND-MADE-DATE            PIC 9(08).
026300     05 PND-MADE-TIME            PIC 9(08).
026400     05 PND-CHECKER              PIC X(08).
026500     05 PND-DECIDED-DATE         PIC 9(08).
026600     05 PND-DECIDED-TIME         PIC 9(08).
026700     05 PND-TARGET               PIC X(1059).
026800     05 PND-TARGET-FIELDS REDEFINES PND-TARGET.
026900        10 PND-TABLE-NAME        PIC X(255).
027000        10 PND-KEY-TYPE          PIC X(02).
027100        10 PND-KEY-VALUE         PIC X(400).
027200        10 PND-SORT-KEY-TYPE     PIC X(02).
027300        10 PND-SORT-KEY-VALUE    PIC X(400).
027400     05 PND-ITEM-VERSION         PIC X(50).
027500     05 PND-FIELD-NAME           PIC X(30).
027600     05 PND-FIELD-OFFSET         PIC 9(05).
027700     05 PND-FIELD-LENGTH         PIC 9(05).
027800     05 PND-OLD-VALUE            PIC X(80).
027900     05 PND-NEW-VALUE            PIC X(80).
028000     05 PND-REASON               PIC X(40).
028100     05 FILLER                   PIC X(101).
028200
028300 01  WS-LIST-LINE.
028400     05 WS-LST-PENDING-ID        PIC X(16).
028500     05 FILLER                   PIC X(01)   VALUE SPACE.
028600     05 WS-LST-MAKER             PIC X(08).
028700     05 FILLER                   PIC X(01)   VALUE SPACE.
028800     05 WS-LST-ACTION            PIC X(06).
028900     05 FILLER                   PIC X(01)   VALUE SPACE.
029000     05 WS-LST-TABLE-NAME        PIC X(16).
029100     05 FILLER                   PIC X(01)   VALUE SPACE.
029200     05 WS-LST-KEY-VALUE         PIC X(16).
029300     05 FILLER                   PIC X(01)   VALUE SPACE.
029400     05 WS-LST-FIELD-NAME        PIC X(12).
029500
029600 LINKAGE SECTION.
029700 01  LK-PARM.
029800     05 LK-PARM-LENGTH           PIC S9(04) COMP.
029900     05 LK-PARM-USER-ID          PIC X(08).
029901* THE SESSION'S SECURITY ENVIRONMENT - PSAAOLD, ASCBASXB, ASXBSENV
029902* AND THE ACEE'S USER ID (ACEEUSRI)
029903 01  PSA-AREA.
029904     05 FILLER                   PIC X(548).
029905     05 PSA-ASCB-PTR             USAGE POINTER.
029906 01  ASCB-AREA.
029907     05 FILLER                   PIC X(108).
029908     05 ASCB-ASXB-PTR            USAGE POINTER.
029909 01  ASXB-AREA.
029910     05 FILLER                   PIC X(200).
029911     05 ASXB-ACEE-PTR            USAGE POINTER.
029912 01  ACEE-AREA.
029913     05 ACEE-EYECATCHER          PIC X(04).
029914     05 FILLER                   PIC X(17).
029915     05 ACEE-USER-ID             PIC X(08).
030000
030100 PROCEDURE DIVISION USING LK-PARM.
030200******************************************************************
030300*  0000-MAINLINE
030400******************************************************************
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE
030700         THRU 1000-EXIT.
030800     PERFORM 2000-PROCESS-ONE-COMMAND
030900         THRU 2000-EXIT
031000         UNTIL WS-SESSION-ENDED.
031100     PERFORM 4000-TERMINATE
031200         THRU 4000-EXIT.
031300     GOBACK.
031400
031500******************************************************************
031501*  1000-INITIALIZE - TAKE THE SIGNED-ON USER ID AND LOAD THE
031502*                    CONTROL AND LAYOUT FILES
031800******************************************************************
031900 1000-INITIALIZE.
031901     PERFORM 1100-GET-SIGNED-ON-USER
031902         THRU 1100-EXIT.
031903     IF WS-RUN-REFUSED
031904         GO TO 1000-EXIT
031905     END-IF.
033000     PERFORM 1050-LOAD-CONTROL-FILE
033100         THRU 1050-EXIT.
033200     IF WS-RUN-REFUSED
033300         GO TO 1000-EXIT
033400     END-IF.
033500     PERFORM 1200-LOAD-LAYOUT-FILE
033600         THRU 1200-EXIT.
033700     IF WS-RUN-REFUSED
033800         GO TO 1000-EXIT
033900     END-IF.
034000     PERFORM 1070-VERIFY-LAYOUT-DSNS
034100         THRU 1070-EXIT.
034200     IF WS-RUN-REFUSED
034300         GO TO 1000-EXIT
034400     END-IF.
034500     DISPLAY 'DYNMAINT - ITEM MAINTENANCE, SIGNED ON AS '
034600         WS-USER-ID.
034700 1000-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*  1050-LOAD-CONTROL-FILE - LOAD TABLCTL, THE LIST OF TABLES THAT
035200*                           MAY BE MAINTAINED ONLINE
035300******************************************************************
035400 1050-LOAD-CONTROL-FILE.
035500     OPEN INPUT TABLE-CONTROL-FILE.
035600     IF NOT WS-TCTL-FILE-OK
035700         DISPLAY 'DYNMAINT - TABLCTL OPEN FAILED, FILE STATUS '
035800             WS-TCTL-FILE-STATUS
035900         PERFORM 1190-REFUSE-RUN
036000             THRU 1190-EXIT
036100         GO TO 1050-EXIT
036200     END-IF.
036300     PERFORM 1060-LOAD-ONE-CONTROL
036400         THRU 1060-EXIT
036500         UNTIL WS-TCTL-AT-EOF.
036600     CLOSE TABLE-CONTROL-FILE.
036700     IF WS-CTL-COUNT = ZERO
036800         AND NOT WS-RUN-REFUSED
036900         DISPLAY 'DYNMAINT - TABLCTL LISTS NO TABLES - SESSION '
037000             'REFUSED'
037100         PERFORM 1190-REFUSE-RUN
037200             THRU 1190-EXIT
037300     END-IF.
037400 1050-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800*  1060-LOAD-ONE-CONTROL - READ AND EDIT ONE TABLCTL RECORD
037900******************************************************************
038000 1060-LOAD-ONE-CONTROL.
038100     READ TABLE-CONTROL-FILE
038200         AT END
038300             SET WS-TCTL-AT-EOF TO TRUE
038400             GO TO 1060-EXIT
038500     END-READ.
038600     MOVE TABLE-CONTROL-REC TO table-control-record.
038700     IF tctl-table-name = SPACES
038800         GO TO 1060-EXIT
038900     END-IF.
039000     IF WS-CTL-COUNT = 50
039100         DISPLAY 'DYNMAINT - MORE THAN 50 TABLCTL TABLES'
039200         PERFORM 1190-REFUSE-RUN
039300             THRU 1190-EXIT
039400         SET WS-TCTL-AT-EOF TO TRUE
039500         GO TO 1060-EXIT
039600     END-IF.
039700     ADD 1 TO WS-CTL-COUNT.
039800     MOVE WS-CTL-COUNT TO WS-CTL-SUB.
039900     MOVE tctl-table-name    TO WS-CTL-TABLE-NAME (WS-CTL-SUB).
040000     MOVE tctl-key-type      TO WS-CTL-KEY-TYPE (WS-CTL-SUB).
040100     MOVE tctl-sort-key-type TO WS-CTL-SORT-KEY-TYPE (WS-CTL-SUB).
040200     MOVE tctl-layout-dsn    TO WS-CTL-LAYOUT-DSN (WS-CTL-SUB).
040300     MOVE ZERO               TO WS-CTL-LSET (WS-CTL-SUB).
040400 1060-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*  1070-VERIFY-LAYOUT-DSNS - EVERY CONTROL RECORD'S LAYOUT DSN
040900*                            MUST NAME A SECTION THE RECLAYT
041000*                            CONCATENATION ACTUALLY HOLDS
041100******************************************************************
041200 1070-VERIFY-LAYOUT-DSNS.
041300     PERFORM 1080-VERIFY-ONE-CTL-DSN
041400         THRU 1080-EXIT
041500         VARYING WS-CTL-SUB FROM 1 BY 1
041600         UNTIL WS-CTL-SUB > WS-CTL-COUNT
041700         OR WS-RUN-REFUSED.
041800 1070-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200*  1080-VERIFY-ONE-CTL-DSN - LOOK UP ONE CONTROL RECORD'S LAYOUT
042300*                            DSN AND REMEMBER ITS SECTION
042400******************************************************************
042500 1080-VERIFY-ONE-CTL-DSN.
042600     IF WS-CTL-LAYOUT-DSN (WS-CTL-SUB) = SPACES
042700         GO TO 1080-EXIT
042800     END-IF.
042900     MOVE WS-CTL-LAYOUT-DSN (WS-CTL-SUB) TO WS-WANTED-DSN.
043000     PERFORM 5310-FIND-LAYOUT-SET
043100         THRU 5310-EXIT.
043200     IF WS-FOUND-SET = ZERO
043300         DISPLAY 'DYNMAINT - NO RECLAYT SECTION FOR LAYOUT '
043400             WS-WANTED-DSN
043500         PERFORM 1190-REFUSE-RUN
043600             THRU 1190-EXIT
043700         GO TO 1080-EXIT
043800     END-IF.
043900     MOVE WS-FOUND-SET TO WS-CTL-LSET (WS-CTL-SUB).
044000 1080-EXIT.
044100     EXIT.
044101
044102******************************************************************
044103*  1100-GET-SIGNED-ON-USER - TAKE THE USER ID FROM THE SESSION'S
044104*                            SECURITY ENVIRONMENT (PSA -> ASCB
044105*                            -> ASXB -> ACEE), NOT FROM ANYTHING
044106*                            THE CALLER CAN TYPE.  A PARM, IF
044107*                            GIVEN, MUST NAME THE SAME USER
044108******************************************************************
044109 1100-GET-SIGNED-ON-USER.
044110     SET ADDRESS OF PSA-AREA TO NULL.
044111     SET ADDRESS OF ASCB-AREA TO PSA-ASCB-PTR.
044112     SET ADDRESS OF ASXB-AREA TO ASCB-ASXB-PTR.
044113     IF ASXB-ACEE-PTR = NULL
044114         DISPLAY 'DYNMAINT - NO SIGNED-ON USER ID - SESSION '
044115             'REFUSED'
044116         PERFORM 1190-REFUSE-RUN
044117             THRU 1190-EXIT
044118         GO TO 1100-EXIT
044119     END-IF.
044120     SET ADDRESS OF ACEE-AREA TO ASXB-ACEE-PTR.
044121     IF ACEE-EYECATCHER = 'ACEE'
044122         MOVE ACEE-USER-ID TO WS-USER-ID
044123     END-IF.
044124     IF WS-USER-ID = SPACES
044125         DISPLAY 'DYNMAINT - NO SIGNED-ON USER ID - SESSION '
044126             'REFUSED'
044127         PERFORM 1190-REFUSE-RUN
044128             THRU 1190-EXIT
044129         GO TO 1100-EXIT
044130     END-IF.
044131     IF LK-PARM-LENGTH > 8
044132         DISPLAY 'DYNMAINT - PARM LONGER THAN A USER ID - '
044133             'SESSION REFUSED'
044134         PERFORM 1190-REFUSE-RUN
044135             THRU 1190-EXIT
044136         GO TO 1100-EXIT
044137     END-IF.
044138     IF LK-PARM-LENGTH > ZERO
044139         MOVE LK-PARM-USER-ID (1:LK-PARM-LENGTH)
044140             TO WS-PARM-USER-ID
044141         IF WS-PARM-USER-ID NOT = WS-USER-ID
044142             DISPLAY 'DYNMAINT - PARM USER ID ' WS-PARM-USER-ID
044143                 ' IS NOT THE SIGNED-ON USER ' WS-USER-ID
044144                 ' - SESSION REFUSED'
044145             PERFORM 1190-REFUSE-RUN
044146                 THRU 1190-EXIT
044147         END-IF
044148     END-IF.
044149 1100-EXIT.
044150     EXIT.
044200
044300******************************************************************
044400*  1190-REFUSE-RUN - THE SESSION CANNOT START
044500******************************************************************
044600 1190-REFUSE-RUN.
044700     SET WS-RUN-REFUSED TO TRUE.
044800     SET WS-SESSION-ENDED TO TRUE.
044900     MOVE 12 TO WS-RAISE-RC.
045000     PERFORM 5900-RAISE-RETURN-CODE
045100         THRU 5900-EXIT.
045200 1190-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*  1200-LOAD-LAYOUT-FILE - LOAD THE RECLAYT LAYOUT DEFINITIONS,
045700*                          ONE OR MORE '*LAYOUT'-DELIMITED
045800*                          SECTIONS; NO FILE MEANS NO TABLE CAN
045900*                          BE CHANGED FIELD BY FIELD
046000******************************************************************
046100 1200-LOAD-LAYOUT-FILE.
046200     OPEN INPUT LAYOUT-FILE.
046300     IF WS-LAYT-FILE-MISSING
046400* STATUS 05 MEANS THE OPTIONAL FILE OPENED WITH NO DATASET
046500* BEHIND IT - IT IS STILL OPEN AND MUST BE CLOSED
046600         IF WS-LAYT-FILE-STATUS = '05'
046700             CLOSE LAYOUT-FILE
046800         END-IF
046900         GO TO 1200-EXIT
047000     END-IF.
047100     IF NOT WS-LAYT-FILE-OK
047200         DISPLAY 'DYNMAINT - LAYOUT FILE OPEN FAILED, FILE '
047300             'STATUS ' WS-LAYT-FILE-STATUS
047400         PERFORM 1190-REFUSE-RUN
047500             THRU 1190-EXIT
047600         GO TO 1200-EXIT
047700     END-IF.
047800     PERFORM 1210-LOAD-ONE-LAYOUT
047900         THRU 1210-EXIT
048000         UNTIL WS-LAYT-AT-EOF.
048100     CLOSE LAYOUT-FILE.
048200 1200-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*  1210-LOAD-ONE-LAYOUT - READ AND EDIT ONE LAYOUT RECORD, AS
048700*                         DYNMASK DOES; A '*LAYOUT' DELIMITER
048800*                         OPENS A NEW SECTION
048900******************************************************************
049000 1210-LOAD-ONE-LAYOUT.
049100     READ LAYOUT-FILE
049200         AT END
049300             SET WS-LAYT-AT-EOF TO TRUE
049400             GO TO 1210-EXIT
049500     END-READ.
049600     IF LAYT-IS-DELIMITER
049700         IF WS-LSET-COUNT = 10
049800             DISPLAY 'DYNMAINT - MORE THAN 10 LAYOUT SECTIONS'
049900             PERFORM 1190-REFUSE-RUN
050000                 THRU 1190-EXIT
050100             SET WS-LAYT-AT-EOF TO TRUE
050200             GO TO 1210-EXIT
050300         END-IF
050400         ADD 1 TO WS-LSET-COUNT
050500         MOVE WS-LSET-COUNT TO WS-LSET-LOAD-SUB
050600         MOVE LAYT-DLM-DSN TO WS-LSET-ID (WS-LSET-LOAD-SUB)
050700         MOVE ZERO TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB)
050800         GO TO 1210-EXIT
050900     END-IF.
051000     IF LAYT-FIELD-NAME = SPACES
051100         GO TO 1210-EXIT
051200     END-IF.
051300     IF WS-LSET-COUNT = ZERO
051400         MOVE 1 TO WS-LSET-COUNT
051500         MOVE 1 TO WS-LSET-LOAD-SUB
051600         MOVE SPACES TO WS-LSET-ID (1)
051700         MOVE ZERO TO WS-LSET-FIELD-COUNT (1)
051800     END-IF.
051900     IF WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) = 50
052000         DISPLAY 'DYNMAINT - MORE THAN 50 LAYOUT FIELDS'
052100         PERFORM 1190-REFUSE-RUN
052200             THRU 1190-EXIT
052300         SET WS-LAYT-AT-EOF TO TRUE
052400         GO TO 1210-EXIT
052500     END-IF.
052600     IF LAYT-OFFSET NOT NUMERIC
052700         OR LAYT-LENGTH NOT NUMERIC
052800         OR LAYT-OFFSET = ZERO
052900         OR LAYT-LENGTH = ZERO
053000         OR LAYT-OFFSET + LAYT-LENGTH - 1 > 2000
053100         OR (LAYT-TYPE NOT = 'C' AND LAYT-TYPE NOT = 'N')
053200         OR NOT LAYT-MASK-FLAG-VALID
053300         DISPLAY 'DYNMAINT - BAD LAYOUT DEFINITION FOR FIELD '
053400             LAYT-FIELD-NAME
053500         PERFORM 1190-REFUSE-RUN
053600             THRU 1190-EXIT
053700         SET WS-LAYT-AT-EOF TO TRUE
053800         GO TO 1210-EXIT
053900     END-IF.
054000     ADD 1 TO WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB).
054100     MOVE WS-LSET-FIELD-COUNT (WS-LSET-LOAD-SUB) TO WS-LAYT-SUB.
054200     MOVE LAYT-FIELD-NAME
054300         TO WS-LAYT-FIELD-NAME (WS-LSET-LOAD-SUB WS-LAYT-SUB).
054400     MOVE LAYT-OFFSET
054500         TO WS-LAYT-OFFSET (WS-LSET-LOAD-SUB WS-LAYT-SUB).
054600     MOVE LAYT-LENGTH
054700         TO WS-LAYT-LENGTH (WS-LSET-LOAD-SUB WS-LAYT-SUB).
054800     MOVE LAYT-TYPE
054900         TO WS-LAYT-TYPE (WS-LSET-LOAD-SUB WS-LAYT-SUB).
055000     MOVE LAYT-MASK-FLAG
055100         TO WS-LAYT-MASK-FLAG (WS-LSET-LOAD-SUB WS-LAYT-SUB).
055200 1210-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*  2000-PROCESS-ONE-COMMAND - PROMPT FOR AND CARRY OUT ONE
055700*                             COMMAND
055800******************************************************************
055900 2000-PROCESS-ONE-COMMAND.
056000     DISPLAY 'DYNMAINT - COMMAND (DISPLAY CHANGE DELETE LIST '
056100         'APPROVE REJECT END):'.
056200     MOVE SPACES TO WS-COMMAND-LINE.
056300     ACCEPT WS-COMMAND-LINE FROM SYSIN.
056400     EVALUATE WS-COMMAND-VERB
056500         WHEN 'DISPLAY'
056600             PERFORM 2100-DISPLAY-ITEM
056700                 THRU 2100-EXIT
056800         WHEN 'CHANGE'
056900             PERFORM 2200-CHANGE-FIELD
057000                 THRU 2200-EXIT
057100         WHEN 'DELETE'
057200             PERFORM 2300-DELETE-ITEM
057300                 THRU 2300-EXIT
057400         WHEN 'LIST'
057500             PERFORM 2500-LIST-PENDING
057600                 THRU 2500-EXIT
057700         WHEN 'APPROVE'
057800             PERFORM 2600-APPROVE-PENDING
057900                 THRU 2600-EXIT
058000         WHEN 'REJECT'
058100             PERFORM 2700-REJECT-PENDING
058200                 THRU 2700-EXIT
058300         WHEN 'END'
058400         WHEN SPACES
058500             SET WS-SESSION-ENDED TO TRUE
058600         WHEN OTHER
058700             DISPLAY 'DYNMAINT - UNKNOWN COMMAND ' WS-COMMAND-VERB
058800     END-EVALUATE.
058900 2000-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300*  2100-DISPLAY-ITEM - PROMPT FOR TABLE, KEY, AND SORT KEY, READ
059400*                      THE ITEM, AND SHOW IT FIELD BY FIELD.  THE
059500*                      ITEM AND ITS VERSION ARE KEPT AS THE ONE A
059600*                      CHANGE OR DELETE APPLIES TO
059700******************************************************************
059800 2100-DISPLAY-ITEM.
059900     MOVE 'N' TO WS-ITEM-DISPLAYED-SWITCH.
060000     MOVE SPACES TO WS-TARGET.
060100     DISPLAY 'DYNMAINT - TABLE NAME:'.
060200     PERFORM 2900-ACCEPT-REPLY
060300         THRU 2900-EXIT.
060400     MOVE WS-REPLY-LINE TO WS-WANTED-TABLE.
060500     PERFORM 5400-FIND-CONTROL
060600         THRU 5400-EXIT.
060700     IF WS-FOUND-CTL = ZERO
060800         DISPLAY 'DYNMAINT - TABLE NOT IN TABLCTL - IT CANNOT BE '
060900             'MAINTAINED HERE'
061000         GO TO 2100-EXIT
061100     END-IF.
061200     MOVE WS-CTL-TABLE-NAME (WS-FOUND-CTL) TO WS-TGT-TABLE-NAME.
061300     MOVE WS-CTL-KEY-TYPE (WS-FOUND-CTL)   TO WS-TGT-KEY-TYPE.
061400     MOVE WS-CTL-SORT-KEY-TYPE (WS-FOUND-CTL)
061500         TO WS-TGT-SORT-KEY-TYPE.
061600     DISPLAY 'DYNMAINT - KEY:'.
061700     PERFORM 2900-ACCEPT-REPLY
061800         THRU 2900-EXIT.
061900     IF WS-REPLY-LINE = SPACES
062000         GO TO 2100-EXIT
062100     END-IF.
062200     MOVE WS-REPLY-LINE TO WS-TGT-KEY-VALUE.
062300     IF WS-TGT-SORT-KEY-TYPE NOT = SPACES
062400         DISPLAY 'DYNMAINT - SORT KEY:'
062500         PERFORM 2900-ACCEPT-REPLY
062600             THRU 2900-EXIT
062700         MOVE WS-REPLY-LINE TO WS-TGT-SORT-KEY-VALUE
062800     END-IF.
062900     PERFORM 5000-STAGE-ITEM-REQUEST
063000         THRU 5000-EXIT.
063100     SET read-command TO TRUE.
063200     PERFORM 5200-CALL-BRIDGE
063300         THRU 5200-EXIT.
063400     IF NOT request-successful
063500         DISPLAY 'DYNMAINT - READ FAILED, RETURN CODE '
063600             dynamodb-return-code IN dynamoDB-response-area
063700             ' HTTP ' http-status
063800         DISPLAY 'DYNMAINT - ' aws-error-message
063900         GO TO 2100-EXIT
064000     END-IF.
064100     IF record-value = SPACES
064200         DISPLAY 'DYNMAINT - ITEM NOT FOUND'
064300         GO TO 2100-EXIT
064400     END-IF.
064500     ADD 1 TO WS-ITEMS-DISPLAYED.
064600     MOVE WS-TARGET           TO WS-CUR-TARGET.
064700     MOVE WS-FOUND-CTL        TO WS-CUR-CTL.
064800     MOVE WS-CTL-LSET (WS-FOUND-CTL) TO WS-CUR-LSET.
064900     MOVE expected-version    TO WS-CUR-VERSION.
065000     MOVE record-length       TO WS-CUR-RECORD-LENGTH.
065100     MOVE record-value        TO WS-CUR-RECORD-VALUE.
065200     SET WS-ITEM-DISPLAYED TO TRUE.
065300     DISPLAY 'DYNMAINT - VERSION       : ' WS-CUR-VERSION.
065400     DISPLAY 'DYNMAINT - RECORD LENGTH : ' WS-CUR-RECORD-LENGTH.
065500     IF WS-CUR-LSET > ZERO
065600         DISPLAY 'DYNMAINT - (* = SENSITIVE, CHANGES NEED '
065700             'APPROVAL)'
065800         PERFORM 2110-SHOW-ONE-FIELD
065900             THRU 2110-EXIT
066000             VARYING WS-LAYT-SUB FROM 1 BY 1
066100             UNTIL WS-LAYT-SUB >
066200                 WS-LSET-FIELD-COUNT (WS-CUR-LSET)
066300     ELSE
066400         PERFORM 2120-SHOW-ONE-SLICE
066500             THRU 2120-EXIT
066600             VARYING WS-SLICE-OFFSET FROM 1 BY 60
066700             UNTIL WS-SLICE-OFFSET > WS-CUR-RECORD-LENGTH
066800             OR WS-SLICE-OFFSET > 1941
066900     END-IF.
067000 2100-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400*  2110-SHOW-ONE-FIELD - ONE LAYOUT FIELD OF THE DISPLAYED ITEM,
067500*                        UP TO ITS FIRST 60 BYTES
067600******************************************************************
067700 2110-SHOW-ONE-FIELD.
067800     IF WS-LAYT-NOT-SENSITIVE (WS-CUR-LSET WS-LAYT-SUB)
067900         MOVE SPACE TO WS-SENSITIVE-MARK
068000     ELSE
068100         MOVE '*'   TO WS-SENSITIVE-MARK
068200     END-IF.
068300     MOVE WS-LAYT-LENGTH (WS-CUR-LSET WS-LAYT-SUB)
068400         TO WS-SHOW-LENGTH.
068500     IF WS-SHOW-LENGTH > 60
068600         MOVE 60 TO WS-SHOW-LENGTH
068700     END-IF.
068800     DISPLAY 'DYNMAINT - ' WS-SENSITIVE-MARK ' '
068900         WS-LAYT-FIELD-NAME (WS-CUR-LSET WS-LAYT-SUB) ' : '
069000         WS-CUR-RECORD-VALUE
069100             (WS-LAYT-OFFSET (WS-CUR-LSET WS-LAYT-SUB):
069200              WS-SHOW-LENGTH).
069300 2110-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*  2120-SHOW-ONE-SLICE - NO LAYOUT; SHOW THE RECORD VALUE 60
069800*                        BYTES AT A TIME
069900******************************************************************
070000 2120-SHOW-ONE-SLICE.
070100     DISPLAY 'DYNMAINT - '
070200         WS-CUR-RECORD-VALUE (WS-SLICE-OFFSET:60).
070300 2120-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700*  2200-CHANGE-FIELD - CHANGE ONE FIELD OF THE DISPLAYED ITEM.  A
070800*                      SENSITIVE FIELD GOES TO DYNPENDQ FOR
070900*                      APPROVAL; ANY OTHER IS APPLIED AT ONCE
071000******************************************************************
071100 2200-CHANGE-FIELD.
071200     IF NOT WS-ITEM-DISPLAYED
071300         DISPLAY 'DYNMAINT - DISPLAY THE ITEM FIRST'
071400         GO TO 2200-EXIT
071500     END-IF.
071600     IF WS-CUR-LSET = ZERO
071700         DISPLAY 'DYNMAINT - THE TABLE HAS NO RECLAYT LAYOUT - '
071800             'FIELDS CANNOT BE CHANGED HERE'
071900         GO TO 2200-EXIT
072000     END-IF.
072100     IF WS-CUR-VERSION = SPACES
072200         DISPLAY 'DYNMAINT - THE ITEM CARRIES NO VERSION - IT '
072300             'CANNOT BE CHANGED SAFELY HERE'
072400         GO TO 2200-EXIT
072500     END-IF.
072600     DISPLAY 'DYNMAINT - FIELD NAME:'.
072700     PERFORM 2900-ACCEPT-REPLY
072800         THRU 2900-EXIT.
072900     MOVE WS-REPLY-LINE TO WS-WANTED-FIELD.
073000     PERFORM 5500-FIND-FIELD
073100         THRU 5500-EXIT.
073200     IF WS-FOUND-FIELD = ZERO
073300         DISPLAY 'DYNMAINT - NO FIELD ' WS-WANTED-FIELD
073400             ' IN THE LAYOUT'
073500         GO TO 2200-EXIT
073600     END-IF.
073700     INITIALIZE WS-PENDING-ENTRY.
073800     SET PND-IS-CHANGE TO TRUE.
073900     MOVE WS-CUR-TARGET  TO PND-TARGET.
074000     MOVE WS-CUR-VERSION TO PND-ITEM-VERSION.
074100     MOVE WS-LAYT-FIELD-NAME (WS-CUR-LSET WS-FOUND-FIELD)
074200         TO PND-FIELD-NAME.
074300     MOVE WS-LAYT-OFFSET (WS-CUR-LSET WS-FOUND-FIELD)
074400         TO PND-FIELD-OFFSET.
074500     MOVE WS-LAYT-LENGTH (WS-CUR-LSET WS-FOUND-FIELD)
074600         TO PND-FIELD-LENGTH.
074700     IF PND-FIELD-LENGTH > 80
074800         DISPLAY 'DYNMAINT - THE FIELD IS LONGER THAN ONE LINE - '
074900             'CHANGE IT THROUGH A LOADIN RUN'
075000         GO TO 2200-EXIT
075100     END-IF.
075200     MOVE WS-CUR-RECORD-VALUE (PND-FIELD-OFFSET:PND-FIELD-LENGTH)
075300         TO PND-OLD-VALUE.
075400     DISPLAY 'DYNMAINT - NEW VALUE:'.
075500     PERFORM 2900-ACCEPT-REPLY
075600         THRU 2900-EXIT.
075700     PERFORM 2210-EDIT-NEW-VALUE
075800         THRU 2210-EXIT.
075900     IF WS-NEW-FIELD-VALUE = HIGH-VALUES
076000         GO TO 2200-EXIT
076100     END-IF.
076200     MOVE WS-NEW-FIELD-VALUE TO PND-NEW-VALUE.
076300     IF PND-NEW-VALUE = PND-OLD-VALUE
076400         DISPLAY 'DYNMAINT - THE VALUE IS UNCHANGED'
076500         GO TO 2200-EXIT
076600     END-IF.
076700     DISPLAY 'DYNMAINT - OLD : '
076800         PND-OLD-VALUE (1:PND-FIELD-LENGTH).
076900     DISPLAY 'DYNMAINT - NEW : '
077000         PND-NEW-VALUE (1:PND-FIELD-LENGTH).
077100     PERFORM 2950-CONFIRM
077200         THRU 2950-EXIT.
077300     IF WS-REPLY-LINE (1:1) NOT = 'Y'
077400         DISPLAY 'DYNMAINT - NOTHING CHANGED'
077500         GO TO 2200-EXIT
077600     END-IF.
077700     IF NOT WS-LAYT-NOT-SENSITIVE (WS-CUR-LSET WS-FOUND-FIELD)
077800         DISPLAY 'DYNMAINT - ' PND-FIELD-NAME ' IS SENSITIVE'
077900         PERFORM 2400-QUEUE-PENDING
078000             THRU 2400-EXIT
078100         GO TO 2200-EXIT
078200     END-IF.
078300     PERFORM 2250-APPLY-CHANGE
078400         THRU 2250-EXIT.
078500     IF WS-APPLY-SUCCEEDED
078600         DISPLAY 'DYNMAINT - CHANGE APPLIED'
078700     END-IF.
078800* THE ITEM'S VERSION HAS MOVED ON (OR WAS NOT WHAT WAS SHOWN), SO
078900* IT MUST BE DISPLAYED AGAIN BEFORE ANOTHER CHANGE
079000     MOVE 'N' TO WS-ITEM-DISPLAYED-SWITCH.
079100 2200-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*  2210-EDIT-NEW-VALUE - EDIT THE TYPED VALUE INTO THE FIELD'S
079600*                        IMAGE IN WS-NEW-FIELD-VALUE; HIGH-VALUES
079700*                        THERE MEANS IT WAS REFUSED
079800******************************************************************
079900 2210-EDIT-NEW-VALUE.
080000     MOVE HIGH-VALUES TO WS-NEW-FIELD-VALUE.
080100     MOVE WS-REPLY-LINE TO WS-TRIM-AREA.
080200     PERFORM 5300-TRIM-WORK-AREA
080300         THRU 5300-EXIT.
080400     MOVE WS-TRIMMED-LENGTH TO WS-REPLY-LENGTH.
080500     IF WS-REPLY-LENGTH = ZERO
080600         DISPLAY 'DYNMAINT - NO VALUE ENTERED - NOTHING CHANGED'
080700         GO TO 2210-EXIT
080800     END-IF.
080900     IF WS-REPLY-LENGTH > PND-FIELD-LENGTH
081000         DISPLAY 'DYNMAINT - THE VALUE IS LONGER THAN THE FIELD ('
081100             PND-FIELD-LENGTH ' BYTES)'
081200         GO TO 2210-EXIT
081300     END-IF.
081400     IF NOT WS-LAYT-NUMERIC (WS-CUR-LSET WS-FOUND-FIELD)
081500         MOVE SPACES TO WS-NEW-FIELD-VALUE
081600         MOVE WS-REPLY-LINE (1:PND-FIELD-LENGTH)
081700             TO WS-NEW-FIELD-VALUE
081800         GO TO 2210-EXIT
081900     END-IF.
082000     IF WS-REPLY-LINE (1:WS-REPLY-LENGTH) NOT NUMERIC
082100         DISPLAY 'DYNMAINT - ' PND-FIELD-NAME ' IS NUMERIC - '
082200             'DIGITS ONLY'
082300         GO TO 2210-EXIT
082400     END-IF.
082500     MOVE SPACES TO WS-NEW-FIELD-VALUE.
082600     MOVE ZEROS TO WS-NEW-FIELD-VALUE (1:PND-FIELD-LENGTH).
082700     COMPUTE WS-JUSTIFY-POS =
082800         PND-FIELD-LENGTH - WS-REPLY-LENGTH + 1.
082900     MOVE WS-REPLY-LINE (1:WS-REPLY-LENGTH)
083000         TO WS-NEW-FIELD-VALUE (WS-JUSTIFY-POS:WS-REPLY-LENGTH).
083100 2210-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500*  2250-APPLY-CHANGE - APPLY THE FIELD CHANGE IN WS-PENDING-ENTRY.
083600*                      THE ITEM IS READ AGAIN FOR ITS WHOLE VALUE;
083700*                      IF ITS VERSION IS NO LONGER THE ONE THE
083800*                      CHANGE WAS MADE AGAINST IT IS REFUSED, AND
083900*                      THE UPDATE ITSELF CARRIES THAT VERSION SO
084000*                      NOTHING CHANGED IN BETWEEN IS OVERWRITTEN
084100******************************************************************
084200 2250-APPLY-CHANGE.
084300     SET WS-APPLY-FAILED TO TRUE.
084400     MOVE PND-TARGET TO WS-TARGET.
084500     PERFORM 5000-STAGE-ITEM-REQUEST
084600         THRU 5000-EXIT.
084700     SET read-command TO TRUE.
084800     PERFORM 5200-CALL-BRIDGE
084900         THRU 5200-EXIT.
085000     IF NOT request-successful
085100         MOVE 'THE ITEM COULD NOT BE READ' TO PND-REASON
085200         PERFORM 2290-REPORT-REFUSAL
085300             THRU 2290-EXIT
085400         GO TO 2250-EXIT
085500     END-IF.
085600     IF record-value = SPACES
085700         MOVE 'THE ITEM HAS BEEN DELETED' TO PND-REASON
085800         PERFORM 2290-REPORT-REFUSAL
085900             THRU 2290-EXIT
086000         GO TO 2250-EXIT
086100     END-IF.
086200     IF expected-version NOT = PND-ITEM-VERSION
086300         MOVE 'THE ITEM HAS BEEN CHANGED SINCE' TO PND-REASON
086400         PERFORM 2290-REPORT-REFUSAL
086500             THRU 2290-EXIT
086600         GO TO 2250-EXIT
086700     END-IF.
086800     MOVE PND-NEW-VALUE (1:PND-FIELD-LENGTH)
086900         TO record-value (PND-FIELD-OFFSET:PND-FIELD-LENGTH).
087000     COMPUTE WS-FIELD-END =
087100         PND-FIELD-OFFSET + PND-FIELD-LENGTH - 1.
087200     IF WS-FIELD-END > record-length
087300         MOVE WS-FIELD-END TO record-length
087400     END-IF.
087500     SET update-command TO TRUE.
087600     MOVE PND-ITEM-VERSION  TO expected-version.
087700     MOVE WS-ITEM-CONDITION TO condition-expression.
087800     PERFORM 5200-CALL-BRIDGE
087900         THRU 5200-EXIT.
088000     IF NOT request-successful
088100         PERFORM 2280-EXPLAIN-WRITE-FAILURE
088200             THRU 2280-EXIT
088300         PERFORM 2290-REPORT-REFUSAL
088400             THRU 2290-EXIT
088500         GO TO 2250-EXIT
088600     END-IF.
088700     SET WS-APPLY-SUCCEEDED TO TRUE.
088800     ADD 1 TO WS-CHANGES-APPLIED.
088900 2250-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*  2280-EXPLAIN-WRITE-FAILURE - A CONDITIONAL WRITE REFUSED BY
089400*                               DYNAMODB (HTTP 400) MEANS THE
089500*                               VERSION OR EXISTENCE CHECK FAILED
089600******************************************************************
089700 2280-EXPLAIN-WRITE-FAILURE.
089800     IF http-status = 400
089900         MOVE 'CHANGED OR DELETED BY SOMEONE ELSE'
090000             TO PND-REASON
090100     ELSE
090200         MOVE 'THE BRIDGE CALL FAILED' TO PND-REASON
090300         DISPLAY 'DYNMAINT - RETURN CODE '
090400             dynamodb-return-code IN dynamoDB-response-area
090500             ' HTTP ' http-status
090600         DISPLAY 'DYNMAINT - ' aws-error-message
090700     END-IF.
090800 2280-EXIT.
090900     EXIT.
091000
091100******************************************************************
091200*  2290-REPORT-REFUSAL - TELL THE USER WHY NOTHING WAS APPLIED
091300******************************************************************
091400 2290-REPORT-REFUSAL.
091500     DISPLAY 'DYNMAINT - NOT APPLIED - ' PND-REASON.
091600     DISPLAY 'DYNMAINT - NOTHING WAS OVERWRITTEN; DISPLAY THE '
091700         'ITEM AGAIN AND START OVER'.
091800     ADD 1 TO WS-ACTIONS-REFUSED.
091900     MOVE 8 TO WS-RAISE-RC.
092000     PERFORM 5900-RAISE-RETURN-CODE
092100         THRU 5900-EXIT.
092200 2290-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600*  2300-DELETE-ITEM - A DELETE OF THE DISPLAYED ITEM ALWAYS GOES
092700*                     TO DYNPENDQ FOR APPROVAL
092800******************************************************************
092900 2300-DELETE-ITEM.
093000     IF NOT WS-ITEM-DISPLAYED
093100         DISPLAY 'DYNMAINT - DISPLAY THE ITEM FIRST'
093200         GO TO 2300-EXIT
093300     END-IF.
093400     IF WS-CUR-VERSION = SPACES
093500         DISPLAY 'DYNMAINT - THE ITEM CARRIES NO VERSION - IT '
093600             'CANNOT BE DELETED SAFELY HERE'
093700         GO TO 2300-EXIT
093800     END-IF.
093900     DISPLAY 'DYNMAINT - DELETE THE DISPLAYED ITEM'.
094000     PERFORM 2950-CONFIRM
094100         THRU 2950-EXIT.
094200     IF WS-REPLY-LINE (1:1) NOT = 'Y'
094300         DISPLAY 'DYNMAINT - NOTHING DELETED'
094400         GO TO 2300-EXIT
094500     END-IF.
094600     INITIALIZE WS-PENDING-ENTRY.
094700     SET PND-IS-DELETE TO TRUE.
094800     MOVE WS-CUR-TARGET  TO PND-TARGET.
094900     MOVE WS-CUR-VERSION TO PND-ITEM-VERSION.
095000     PERFORM 2400-QUEUE-PENDING
095100         THRU 2400-EXIT.
095200 2300-EXIT.
095300     EXIT.
095400
095500******************************************************************
095600*  2350-APPLY-DELETE - APPLY THE DELETE IN WS-PENDING-ENTRY UNDER
095700*                      THE VERSION THE MAKER SAW
095800******************************************************************
095900 2350-APPLY-DELETE.
096000     SET WS-APPLY-FAILED TO TRUE.
096100     MOVE PND-TARGET TO WS-TARGET.
096200     PERFORM 5000-STAGE-ITEM-REQUEST
096300         THRU 5000-EXIT.
096400     SET remove-command TO TRUE.
096500     MOVE PND-ITEM-VERSION  TO expected-version.
096600     MOVE WS-ITEM-CONDITION TO condition-expression.
096700     PERFORM 5200-CALL-BRIDGE
096800         THRU 5200-EXIT.
096900     IF NOT request-successful
097000         PERFORM 2280-EXPLAIN-WRITE-FAILURE
097100             THRU 2280-EXIT
097200         PERFORM 2290-REPORT-REFUSAL
097300             THRU 2290-EXIT
097400         GO TO 2350-EXIT
097500     END-IF.
097600     SET WS-APPLY-SUCCEEDED TO TRUE.
097700     ADD 1 TO WS-DELETES-APPLIED.
097800 2350-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200*  2400-QUEUE-PENDING - STORE WS-PENDING-ENTRY ON DYNPENDQ UNDER A
098300*                       NEW PENDING ID; THE STORE IS CONDITIONAL
098400*                       SO TWO USERS RAISING AN ENTRY IN THE SAME
098500*                       HUNDREDTH OF A SECOND CANNOT COLLIDE
098600******************************************************************
098700 2400-QUEUE-PENDING.
098800     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
098900     ACCEPT WS-CURRENT-HHMMSSTT FROM TIME.
099000     MOVE WS-CURRENT-DATE-TIME TO WS-PENDING-ID.
099100     SET PND-IS-PENDING TO TRUE.
099200     MOVE WS-USER-ID          TO PND-MAKER.
099300     MOVE WS-CURRENT-YYYYMMDD TO PND-MADE-DATE.
099400     MOVE WS-CURRENT-HHMMSSTT TO PND-MADE-TIME.
099500     PERFORM 5100-STAGE-PENDING-REQUEST
099600         THRU 5100-EXIT.
099700     SET store-command TO TRUE.
099800     SET string-record-type TO TRUE.
099900     MOVE WS-PENDING-RECORD-LENGTH TO record-length.
100000     MOVE WS-PENDING-ENTRY         TO record-value.
100100     MOVE WS-NEW-ENTRY-CONDITION   TO condition-expression.
100200     PERFORM 5200-CALL-BRIDGE
100300         THRU 5200-EXIT.
100400     IF NOT request-successful
100500         DISPLAY 'DYNMAINT - THE PENDING ENTRY COULD NOT BE '
100600             'STORED - NOTHING QUEUED, TRY AGAIN'
100700         DISPLAY 'DYNMAINT - ' aws-error-message
100800         ADD 1 TO WS-ACTIONS-REFUSED
100900         MOVE 8 TO WS-RAISE-RC
101000         PERFORM 5900-RAISE-RETURN-CODE
101100             THRU 5900-EXIT
101200         GO TO 2400-EXIT
101300     END-IF.
101400     ADD 1 TO WS-ENTRIES-QUEUED.
101500     DISPLAY 'DYNMAINT - QUEUED AS PENDING ID ' WS-PENDING-ID
101600         ' - A SECOND USER MUST APPROVE IT'.
101700 2400-EXIT.
101800     EXIT.
101900
102000******************************************************************
102100*  2500-LIST-PENDING - SCAN DYNPENDQ AND LIST THE ENTRIES STILL
102200*                      WAITING FOR A DECISION
102300******************************************************************
102400 2500-LIST-PENDING.
102500     MOVE ZERO TO WS-ENTRIES-LISTED.
102600     MOVE 'N' TO WS-SCAN-COMPLETE-SWITCH.
102700     DISPLAY 'DYNMAINT - PENDING ID       MAKER    ACTION '
102800         'TABLE            KEY              FIELD'.
102900     MOVE SPACES TO dynamoDB-request-area.
103000     PERFORM 2510-LIST-ONE-ENTRY
103100         THRU 2510-EXIT
103200         UNTIL WS-SCAN-COMPLETE.
103300     IF WS-ENTRIES-LISTED = ZERO
103400         DISPLAY 'DYNMAINT - NOTHING IS WAITING FOR APPROVAL'
103500     END-IF.
103600 2500-EXIT.
103700     EXIT.
103800
103900******************************************************************
104000*  2510-LIST-ONE-ENTRY - ONE SCAN CALL, FOLLOWING THE BRIDGE'S
104100*                        PAGINATION-TOKEN AS DYNEXPRT DOES
104200******************************************************************
104300 2510-LIST-ONE-ENTRY.
104400     SET scan-command TO TRUE.
104500     MOVE WS-PENDING-TABLE-NAME TO table-name.
104600     PERFORM 5200-CALL-BRIDGE
104700         THRU 5200-EXIT.
104800     IF NOT request-successful
104900         DISPLAY 'DYNMAINT - DYNPENDQ SCAN FAILED, RETURN CODE '
105000             dynamodb-return-code IN dynamoDB-response-area
105100         DISPLAY 'DYNMAINT - ' aws-error-message
105200         SET WS-SCAN-COMPLETE TO TRUE
105300         GO TO 2510-EXIT
105400     END-IF.
105500     IF pagination-token = SPACES
105600         SET WS-SCAN-COMPLETE TO TRUE
105700     END-IF.
105800     IF record-value = SPACES
105900         GO TO 2510-EXIT
106000     END-IF.
106100     MOVE record-value (1:WS-PENDING-RECORD-LENGTH)
106200         TO WS-PENDING-ENTRY.
106300     IF NOT PND-IS-PENDING
106400         GO TO 2510-EXIT
106500     END-IF.
106600     ADD 1 TO WS-ENTRIES-LISTED.
106700     MOVE SPACES TO WS-LIST-LINE.
106800     MOVE key-value (1:16)     TO WS-LST-PENDING-ID.
106900     MOVE PND-MAKER            TO WS-LST-MAKER.
107000     IF PND-IS-DELETE
107100         MOVE 'DELETE' TO WS-LST-ACTION
107200     ELSE
107300         MOVE 'CHANGE' TO WS-LST-ACTION
107400     END-IF.
107500     MOVE PND-TABLE-NAME       TO WS-LST-TABLE-NAME.
107600     MOVE PND-KEY-VALUE        TO WS-LST-KEY-VALUE.
107700     MOVE PND-FIELD-NAME       TO WS-LST-FIELD-NAME.
107800     DISPLAY 'DYNMAINT - ' WS-LIST-LINE.
107900 2510-EXIT.
108000     EXIT.
108100
108200******************************************************************
108300*  2600-APPROVE-PENDING - A SECOND USER APPROVES A PENDING ENTRY.
108400*                         THE ENTRY IS MARKED APPROVED FIRST,
108500*                         UNDER ITS OWN VERSION, SO IT IS APPLIED
108600*                         ONCE AT MOST; A CHANGE THAT WILL NOT
108700*                         APPLY MARKS IT FAILED
108800******************************************************************
108900 2600-APPROVE-PENDING.
109000     PERFORM 2650-READ-PENDING
109100         THRU 2650-EXIT.
109200     IF NOT WS-PENDING-READ-OK
109300         GO TO 2600-EXIT
109400     END-IF.
109500     IF PND-MAKER = WS-USER-ID
109600         DISPLAY 'DYNMAINT - YOU RAISED THIS ENTRY - A SECOND '
109700             'USER MUST APPROVE IT'
109800         GO TO 2600-EXIT
109900     END-IF.
110000     PERFORM 2950-CONFIRM
110100         THRU 2950-EXIT.
110200     IF WS-REPLY-LINE (1:1) NOT = 'Y'
110300         DISPLAY 'DYNMAINT - NOT APPROVED'
110400         GO TO 2600-EXIT
110500     END-IF.
110600     SET PND-IS-APPROVED TO TRUE.
110700     PERFORM 2800-RECORD-DECISION
110800         THRU 2800-EXIT.
110900     IF NOT request-successful
111000         GO TO 2600-EXIT
111100     END-IF.
111200     IF PND-IS-DELETE
111300         PERFORM 2350-APPLY-DELETE
111400             THRU 2350-EXIT
111500     ELSE
111600         PERFORM 2250-APPLY-CHANGE
111700             THRU 2250-EXIT
111800     END-IF.
111900     IF WS-APPLY-SUCCEEDED
112000         ADD 1 TO WS-ENTRIES-APPROVED
112100         DISPLAY 'DYNMAINT - PENDING ID ' WS-PENDING-ID
112200             ' APPROVED AND APPLIED'
112300         GO TO 2600-EXIT
112400     END-IF.
112500* THE ENTRY IS NOW THIS SESSION'S TO CLOSE - IT IS MARKED FAILED
112600* WITHOUT A VERSION CHECK
112700     SET PND-IS-FAILED TO TRUE.
112800     MOVE SPACES TO WS-PENDING-VERSION.
112900     PERFORM 2800-RECORD-DECISION
113000         THRU 2800-EXIT.
113100     DISPLAY 'DYNMAINT - PENDING ID ' WS-PENDING-ID
113200         ' MARKED FAILED - THE MAKER MUST RAISE IT AGAIN'.
113300 2600-EXIT.
113400     EXIT.
113500
113600******************************************************************
113700*  2650-READ-PENDING - PROMPT FOR A PENDING ID, READ THE ENTRY,
113800*                      AND SHOW IT; ONLY AN UNDECIDED ENTRY IS
113900*                      TAKEN FURTHER
114000******************************************************************
114100 2650-READ-PENDING.
114200     MOVE 'N' TO WS-PENDING-READ-SWITCH.
114300     DISPLAY 'DYNMAINT - PENDING ID:'.
114400     PERFORM 2900-ACCEPT-REPLY
114500         THRU 2900-EXIT.
114600     MOVE WS-REPLY-LINE TO WS-PENDING-ID.
114700     IF WS-PENDING-ID = SPACES
114800         GO TO 2650-EXIT
114900     END-IF.
115000     PERFORM 5100-STAGE-PENDING-REQUEST
115100         THRU 5100-EXIT.
115200     SET read-command TO TRUE.
115300     PERFORM 5200-CALL-BRIDGE
115400         THRU 5200-EXIT.
115500     IF NOT request-successful
115600         DISPLAY 'DYNMAINT - DYNPENDQ READ FAILED, RETURN CODE '
115700             dynamodb-return-code IN dynamoDB-response-area
115800         DISPLAY 'DYNMAINT - ' aws-error-message
115900         GO TO 2650-EXIT
116000     END-IF.
116100     IF record-value = SPACES
116200         DISPLAY 'DYNMAINT - NO PENDING ID ' WS-PENDING-ID
116300         GO TO 2650-EXIT
116400     END-IF.
116500     MOVE record-value (1:WS-PENDING-RECORD-LENGTH)
116600         TO WS-PENDING-ENTRY.
116700     MOVE expected-version TO WS-PENDING-VERSION.
116800     IF NOT PND-IS-PENDING
116900         DISPLAY 'DYNMAINT - PENDING ID ' WS-PENDING-ID
117000             ' WAS ALREADY DECIDED BY ' PND-CHECKER
117100             ' (STATUS ' PND-STATUS ')'
117200         GO TO 2650-EXIT
117300     END-IF.
117400     DISPLAY 'DYNMAINT - RAISED BY ' PND-MAKER ' ON '
117500         PND-MADE-DATE ' ' PND-MADE-TIME.
117600     DISPLAY 'DYNMAINT - TABLE    : ' PND-TABLE-NAME (1:60).
117700     DISPLAY 'DYNMAINT - KEY      : ' PND-KEY-VALUE (1:60).
117800     IF PND-SORT-KEY-TYPE NOT = SPACES
117900         DISPLAY 'DYNMAINT - SORT KEY : '
118000             PND-SORT-KEY-VALUE (1:60)
118100     END-IF.
118200     IF PND-IS-DELETE
118300         DISPLAY 'DYNMAINT - DELETE THE ITEM'
118400     ELSE
118500         DISPLAY 'DYNMAINT - CHANGE ' PND-FIELD-NAME
118600         DISPLAY 'DYNMAINT - OLD : '
118700             PND-OLD-VALUE (1:PND-FIELD-LENGTH)
118800         DISPLAY 'DYNMAINT - NEW : '
118900             PND-NEW-VALUE (1:PND-FIELD-LENGTH)
119000     END-IF.
119100     SET WS-PENDING-READ-OK TO TRUE.
119200 2650-EXIT.
119300     EXIT.
119400
119500******************************************************************
119600*  2700-REJECT-PENDING - REJECT A PENDING ENTRY; NOTHING IS
119700*                        APPLIED.  THE MAKER MAY WITHDRAW THEIR
119800*                        OWN ENTRY THIS WAY
119900******************************************************************
120000 2700-REJECT-PENDING.
120100     PERFORM 2650-READ-PENDING
120200         THRU 2650-EXIT.
120300     IF NOT WS-PENDING-READ-OK
120400         GO TO 2700-EXIT
120500     END-IF.
120600     PERFORM 2950-CONFIRM
120700         THRU 2950-EXIT.
120800     IF WS-REPLY-LINE (1:1) NOT = 'Y'
120900         DISPLAY 'DYNMAINT - NOT REJECTED'
121000         GO TO 2700-EXIT
121100     END-IF.
121200     SET PND-IS-REJECTED TO TRUE.
121300     PERFORM 2800-RECORD-DECISION
121400         THRU 2800-EXIT.
121500     IF request-successful
121600         ADD 1 TO WS-ENTRIES-REJECTED
121700         DISPLAY 'DYNMAINT - PENDING ID ' WS-PENDING-ID
121800             ' REJECTED'
121900     END-IF.
122000 2700-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*  2800-RECORD-DECISION - WRITE THE DECISION BACK TO THE PENDING
122500*                         ENTRY UNDER THE VERSION IT WAS READ AT,
122600*                         SO OF TWO USERS DECIDING THE SAME ENTRY
122700*                         ONLY ONE SUCCEEDS
122800******************************************************************
122900 2800-RECORD-DECISION.
123000     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
123100     ACCEPT WS-CURRENT-HHMMSSTT FROM TIME.
123200     MOVE WS-USER-ID          TO PND-CHECKER.
123300     MOVE WS-CURRENT-YYYYMMDD TO PND-DECIDED-DATE.
123400     MOVE WS-CURRENT-HHMMSSTT TO PND-DECIDED-TIME.
123500     PERFORM 5100-STAGE-PENDING-REQUEST
123600         THRU 5100-EXIT.
123700     SET update-command TO TRUE.
123800     SET string-record-type TO TRUE.
123900     MOVE WS-PENDING-RECORD-LENGTH TO record-length.
124000     MOVE WS-PENDING-ENTRY         TO record-value.
124100     MOVE WS-PENDING-VERSION       TO expected-version.
124200     MOVE WS-ITEM-CONDITION        TO condition-expression.
124300     PERFORM 5200-CALL-BRIDGE
124400         THRU 5200-EXIT.
124500     IF NOT request-successful
124600         DISPLAY 'DYNMAINT - DECISION NOT RECORDED - THE ENTRY '
124700             'WAS DECIDED BY SOMEONE ELSE MEANWHILE, OR THE CALL '
124800             'FAILED'
124900         DISPLAY 'DYNMAINT - ' aws-error-message
125000         ADD 1 TO WS-ACTIONS-REFUSED
125100         MOVE 8 TO WS-RAISE-RC
125200         PERFORM 5900-RAISE-RETURN-CODE
125300             THRU 5900-EXIT
125400     END-IF.
125500 2800-EXIT.
125600     EXIT.
125700
125800******************************************************************
125900*  2900-ACCEPT-REPLY - ACCEPT ONE REPLY LINE FROM THE TERMINAL
126000******************************************************************
126100 2900-ACCEPT-REPLY.
126200     MOVE SPACES TO WS-REPLY-LINE.
126300     ACCEPT WS-REPLY-LINE FROM SYSIN.
126400 2900-EXIT.
126500     EXIT.
126600
126700******************************************************************
126800*  2950-CONFIRM - ASK FOR A Y BEFORE ANYTHING IS CHANGED OR QUEUED
126900******************************************************************
127000 2950-CONFIRM.
127100     DISPLAY 'DYNMAINT - CONFIRM (Y/N):'.
127200     PERFORM 2900-ACCEPT-REPLY
127300         THRU 2900-EXIT.
127400 2950-EXIT.
127500     EXIT.
127600
127700******************************************************************
127800*  4000-TERMINATE - CLOSE THE AUDIT TRAIL AND CAPACITY LEDGER,
127900*                   DISPLAY SESSION TOTALS, SET THE RETURN CODE
128000******************************************************************
128100 4000-TERMINATE.
128200     SET WS-AUDIT-CLOSE-CALL TO TRUE.
128300     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
128400                           WS-AUDIT-PHASE
128500                           dynamoDB-request-area.
128600     SET WS-CAPLG-CLOSE TO TRUE.
128700     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
128800                           WS-CAPLG-PHASE
128900                           table-name
129000                           command
129100                           consumed-capacity-units.
129200     DISPLAY 'DYNMAINT - ITEMS DISPLAYED  : ' WS-ITEMS-DISPLAYED.
129300     DISPLAY 'DYNMAINT - CHANGES APPLIED  : ' WS-CHANGES-APPLIED.
129400     DISPLAY 'DYNMAINT - DELETES APPLIED  : ' WS-DELETES-APPLIED.
129500     DISPLAY 'DYNMAINT - ENTRIES QUEUED   : ' WS-ENTRIES-QUEUED.
129600     DISPLAY 'DYNMAINT - ENTRIES APPROVED : ' WS-ENTRIES-APPROVED.
129700     DISPLAY 'DYNMAINT - ENTRIES REJECTED : ' WS-ENTRIES-REJECTED.
129800     DISPLAY 'DYNMAINT - ACTIONS REFUSED  : ' WS-ACTIONS-REFUSED.
129900     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
130000 4000-EXIT.
130100     EXIT.
130200
130300******************************************************************
130400*  5000-STAGE-ITEM-REQUEST - STAGE A FRESH REQUEST AGAINST THE
130500*                            ITEM IN WS-TARGET
130600******************************************************************
130700 5000-STAGE-ITEM-REQUEST.
130800     MOVE SPACES TO dynamoDB-request-area.
130900     MOVE WS-TGT-TABLE-NAME TO table-name.
131000     MOVE WS-TGT-KEY-TYPE   TO key-type.
131100     MOVE WS-TGT-KEY-VALUE  TO key-value
131200                               WS-TRIM-AREA.
131300     PERFORM 5300-TRIM-WORK-AREA
131400         THRU 5300-EXIT.
131500     MOVE WS-TRIMMED-LENGTH TO key-length.
131600     IF WS-TGT-SORT-KEY-TYPE = SPACES
131700         MOVE SPACES TO sort-key-type
131800         MOVE ZERO   TO sort-key-length
131900     ELSE
132000         MOVE WS-TGT-SORT-KEY-TYPE  TO sort-key-type
132100         MOVE WS-TGT-SORT-KEY-VALUE TO sort-key-value
132200                                       WS-TRIM-AREA
132300         PERFORM 5300-TRIM-WORK-AREA
132400             THRU 5300-EXIT
132500         MOVE WS-TRIMMED-LENGTH TO sort-key-length
132600     END-IF.
132700 5000-EXIT.
132800     EXIT.
132900
133000******************************************************************
133100*  5100-STAGE-PENDING-REQUEST - STAGE A FRESH REQUEST AGAINST THE
133200*                               DYNPENDQ ENTRY WS-PENDING-ID
133300******************************************************************
133400 5100-STAGE-PENDING-REQUEST.
133500     MOVE SPACES TO dynamoDB-request-area.
133600     MOVE WS-PENDING-TABLE-NAME TO table-name.
133700     SET string-key-type TO TRUE.
133800     MOVE WS-PENDING-ID TO key-value.
133900     MOVE 16 TO key-length.
134000     MOVE ZERO TO sort-key-length.
134100 5100-EXIT.
134200     EXIT.
134300
134400******************************************************************
134500*  5200-CALL-BRIDGE - DRIVE THE STAGED REQUEST, RETRYING WHILE
134600*                     DYNRETRY ALLOWS
134700******************************************************************
134800 5200-CALL-BRIDGE.
134900     MOVE ZERO TO retry-count IN dynamoDB-response-area.
135000     SET WS-KEEP-TRYING TO TRUE.
135100     PERFORM 5210-ATTEMPT-CALL
135200         THRU 5210-EXIT
135300         UNTIL NOT WS-KEEP-TRYING.
135400 5200-EXIT.
135500     EXIT.
135600
135700******************************************************************
135800*  5210-ATTEMPT-CALL - CALL THE BRIDGE ONCE, AUDITING BEFORE AND
135900*                      AFTER, AND BACK OFF AND TRY AGAIN IF THE
136000*                      CALL COMES BACK THROTTLED
136100******************************************************************
136200 5210-ATTEMPT-CALL.
136300     SET WS-AUDIT-BEFORE-CALL TO TRUE.
136400     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
136500                           WS-AUDIT-PHASE
136600                           dynamoDB-request-area.
136700     CALL 'DynamoDBBR' USING dynamoDB-request-area.
136800     SET WS-AUDIT-AFTER-CALL TO TRUE.
136900     CALL 'DYNAUDIT' USING WS-AUDIT-JOB-NAME
137000                           WS-AUDIT-PHASE
137100                           dynamoDB-request-area.
137200     SET WS-CAPLG-ACCUMULATE TO TRUE.
137300     CALL 'DYNCAPLG' USING WS-AUDIT-JOB-NAME
137400                           WS-CAPLG-PHASE
137500                           table-name
137600                           command
137700                           consumed-capacity-units.
137800     MOVE 'N' TO WS-KEEP-TRYING-SWITCH.
137900     IF request-throttled IN dynamoDB-response-area
138000         CALL 'DYNRETRY' USING
138100             retry-count IN dynamoDB-response-area
138200             WS-MAX-RETRIES
138300             WS-RETRY-AGAIN-SWITCH
138400         IF WS-SHOULD-RETRY
138500             SET WS-KEEP-TRYING TO TRUE
138600         END-IF
138700     END-IF.
138800 5210-EXIT.
138900     EXIT.
139000
139100******************************************************************
139200*  5300-TRIM-WORK-AREA - LENGTH OF WS-TRIM-AREA UP TO ITS LAST
139300*                        NON-SPACE BYTE
139400******************************************************************
139500 5300-TRIM-WORK-AREA.
139600     MOVE 400 TO WS-TRIMMED-LENGTH.
139700     PERFORM 5390-BACK-UP-ONE-BYTE
139800         THRU 5390-EXIT
139900         UNTIL WS-TRIMMED-LENGTH = ZERO
140000         OR WS-TRIM-AREA (WS-TRIMMED-LENGTH:1) NOT = SPACE.
140100 5300-EXIT.
140200     EXIT.
140300
140400******************************************************************
140500*  5310-FIND-LAYOUT-SET - FIND THE LOADED RECLAYT SECTION WHOSE
140600*                         '*LAYOUT' DSN IS WS-WANTED-DSN
140700******************************************************************
140800 5310-FIND-LAYOUT-SET.
140900     MOVE ZERO TO WS-FOUND-SET.
141000     PERFORM 5320-CHECK-ONE-SET
141100         THRU 5320-EXIT
141200         VARYING WS-LSET-SCAN-SUB FROM 1 BY 1
141300         UNTIL WS-LSET-SCAN-SUB > WS-LSET-COUNT
141400         OR WS-FOUND-SET > ZERO.
141500 5310-EXIT.
141600     EXIT.
141700
141800******************************************************************
141900*  5320-CHECK-ONE-SET - IS THIS LOADED SECTION THE WANTED ONE
142000******************************************************************
142100 5320-CHECK-ONE-SET.
142200     IF WS-LSET-ID (WS-LSET-SCAN-SUB) = WS-WANTED-DSN
142300         MOVE WS-LSET-SCAN-SUB TO WS-FOUND-SET
142400     END-IF.
142500 5320-EXIT.
142600     EXIT.
142700
142800******************************************************************
142900*  5390-BACK-UP-ONE-BYTE - STEP THE TRIM SCAN BACK ONE BYTE
143000******************************************************************
143100 5390-BACK-UP-ONE-BYTE.
143200     SUBTRACT 1 FROM WS-TRIMMED-LENGTH.
143300 5390-EXIT.
143400     EXIT.
143500
143600******************************************************************
143700*  5400-FIND-CONTROL - FIND WS-WANTED-TABLE AMONG THE TABLCTL
143800*                      TABLES
143900******************************************************************
144000 5400-FIND-CONTROL.
144100     MOVE ZERO TO WS-FOUND-CTL.
144200     PERFORM 5410-CHECK-ONE-CONTROL
144300         THRU 5410-EXIT
144400         VARYING WS-CTL-SUB FROM 1 BY 1
144500         UNTIL WS-CTL-SUB > WS-CTL-COUNT
144600         OR WS-FOUND-CTL > ZERO.
144700 5400-EXIT.
144800     EXIT.
144900
145000******************************************************************
145100*  5410-CHECK-ONE-CONTROL - IS THIS TABLCTL ENTRY THE WANTED TABLE
145200******************************************************************
145300 5410-CHECK-ONE-CONTROL.
145400     IF WS-CTL-TABLE-NAME (WS-CTL-SUB) = WS-WANTED-TABLE
145500         MOVE WS-CTL-SUB TO WS-FOUND-CTL
145600     END-IF.
145700 5410-EXIT.
145800     EXIT.
145900
146000******************************************************************
146100*  5500-FIND-FIELD - FIND WS-WANTED-FIELD IN THE DISPLAYED ITEM'S
146200*                    LAYOUT SECTION
146300******************************************************************
146400 5500-FIND-FIELD.
146500     MOVE ZERO TO WS-FOUND-FIELD.
146600     PERFORM 5510-CHECK-ONE-FIELD
146700         THRU 5510-EXIT
146800         VARYING WS-LAYT-SUB FROM 1 BY 1
146900         UNTIL WS-LAYT-SUB > WS-LSET-FIELD-COUNT (WS-CUR-LSET)
147000         OR WS-FOUND-FIELD > ZERO.
147100 5500-EXIT.
147200     EXIT.
147300
147400******************************************************************
147500*  5510-CHECK-ONE-FIELD - IS THIS LAYOUT FIELD THE WANTED ONE
147600******************************************************************
147700 5510-CHECK-ONE-FIELD.
147800     IF WS-LAYT-FIELD-NAME (WS-CUR-LSET WS-LAYT-SUB)
147900         = WS-WANTED-FIELD
148000         MOVE WS-LAYT-SUB TO WS-FOUND-FIELD
148100     END-IF.
148200 5510-EXIT.
148300     EXIT.
148400
148500******************************************************************
148600*  5900-RAISE-RETURN-CODE - KEEP THE WORST RETURN CODE SEEN
148700******************************************************************
148800 5900-RAISE-RETURN-CODE.
148900     IF WS-RAISE-RC > WS-WORST-RETURN-CODE
149000         MOVE WS-RAISE-RC TO WS-WORST-RETURN-CODE
149100     END-IF.
149200 5900-EXIT.
149300     EXIT.
