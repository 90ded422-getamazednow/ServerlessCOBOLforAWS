001460*                 ALSO GO THROUGH DYNSTATW TO THE SHARED
001470*                 RUNSTATS FILE FOR THE DYNOPSRP DAILY
001480*                 OPERATIONS REPORT.
001482* 2026-10-15  JH  TRANSACTION GROUPS - A 'G' GROUP HEADER RECORD
001484*                 AND THE MEMBER RECORDS IT COUNTS ARE EDITED AS
001486*                 ONE UNIT AND GO TO VALIDOUT TOGETHER OR NOT AT
001488*                 ALL.  A GROUP TOO LARGE FOR ONE TRANSACTION,
001490*                 SHORT OF ITS COUNT, NAMING THE SAME KEY TWICE,
001492*                 OR WITH ANY BAD MEMBER IS REJECTED WHOLE.
001494* 2026-10-15  JH  THE RUN ID NOW GOES TO DYNSTATW WITH THE RUN
001496*                 STATISTICS, SO DYNPIPE CAN PROVE EVERY STEP OF
001498*                 THE NIGHTLY CHAIN WORKED ON THE SAME RUN.
001499* 2026-10-15  JH  A GROUP HEADER WITH NO USABLE MEMBER COUNT NOW
001500*                 TAKES EVERY RECORD UP TO THE NEXT HEADER AS ITS
001501*                 MEMBERS AND REJECTS THEM WITH IT, INSTEAD OF
001502*                 LETTING THEM THROUGH AS SINGLE RECORDS.
001503******************************************************************
001600******************************************************************
001700*  DYNEDIT READS THE SAME LOADIN FILE DYNBATCH READS AND CHECKS
001800*  EVERY RECORD BEFORE IT GETS ANYWHERE NEAR THE BRIDGE -
004100*      03  KEY LENGTH NOT NUMERIC     08  RECORD LENGTH BAD
004200*      04  KEY LENGTH/VALUE BAD       09  STORE HAS NO VALUE
004300*      05  INVALID SORT KEY TYPE      10  DUPLICATE KEY IN TABLE
004306*      11  GROUP TOO LARGE FOR TXN    14  GROUP HAS A BAD MEMBER
004312*      12  GROUP COUNT NOT VALID      15  DUPLICATE KEY IN GROUP
004318*      13  GROUP SHORT OF ITS COUNT
004324*
004330*  A TRANSACTION GROUP IS A 'G' GROUP HEADER RECORD CARRYING THE
004336*  GROUP ID AND MEMBER COUNT, FOLLOWED BY THAT MANY S/R MEMBER
004342*  RECORDS, WHICH MAY NAME DIFFERENT TABLES AND NEED NOT FOLLOW
004348*  THE TABLE / KEY ORDER OF THE REST OF THE FILE.  DYNBATCH
004354*  APPLIES A GROUP AS ONE TRANSACTIONAL WRITE, SO THE EDIT
004360*  PASSES IT TO VALIDOUT ONLY WHEN EVERY MEMBER IS CLEAN, THERE
004366*  ARE NO MORE THAN 25 OF THEM (THE TRANSACTIONAL WRITE LIMIT OF
004372*  THE BRIDGE REQUEST AREA), AND NO TWO NAME THE SAME TABLE /
004378*  KEY / SORT KEY.  OTHERWISE THE WHOLE GROUP IS REJECTED - ITS
004384*  BAD MEMBERS WITH THEIR OWN REASON, THE GROUP WITH 11-15.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
006300       88 LOAD-IS-STORE          VALUE 'S'.
006400       88 LOAD-IS-REMOVE         VALUE 'R'.
006450       88 LOAD-IS-RUN-HEADER     VALUE 'H'.
006470       88 LOAD-IS-GROUP-HEADER   VALUE 'G'.
006500     05 LOAD-TABLE-NAME          PIC X(255).
006600     05 LOAD-KEY-TYPE            PIC X(02).
006700     05 LOAD-KEY-LENGTH          PIC 9(05).
007440     05 LOAD-HDR-MASTER-GEN      PIC 9(08).
007450     05 LOAD-HDR-TABLE-NAME      PIC X(255).
007460     05 FILLER                   PIC X(2797).
007466 01  LOAD-GROUP-HEADER-RECORD.
007472     05 FILLER                   PIC X(01).
007478     05 LOAD-GRP-GROUP-ID        PIC X(16).
007484     05 LOAD-GRP-ITEM-COUNT      PIC 9(03).
007490     05 FILLER                   PIC X(3057).
007500
007600 FD  VALID-FILE
007700     RECORDING MODE IS F.
008913 77  WS-STAT-JOB-NAME            PIC X(08)   VALUE 'DYNEDIT'.
008914 77  WS-STAT-RETURN-CODE         PIC 9(02)   VALUE ZERO.
008915 01  WS-STAT-COUNTERS.
008916     05 WS-STAT-COUNTER-COUNT    PIC 9(02)   VALUE 6.
008917     05 FILLER                   PIC X(16)   VALUE
008918        'RECORDS READ'.
008919     05 WS-STAT-RECORDS-READ     PIC 9(09)   VALUE ZERO.
008926     05 FILLER                   PIC X(16)   VALUE
008927        'HEADERS PASSED'.
008928     05 WS-STAT-HEADERS-PASSED   PIC 9(09)   VALUE ZERO.
008929     05 FILLER                   PIC X(16)   VALUE
008936        'GROUPS VALID'.
008943     05 WS-STAT-GROUPS-VALID     PIC 9(09)   VALUE ZERO.
008950     05 FILLER                   PIC X(16)   VALUE
008957        'GROUPS REJECTED'.
008964     05 WS-STAT-GROUPS-REJECTED  PIC 9(09)   VALUE ZERO.
008971     05 FILLER                   PIC X(16)   VALUE SPACES.
008978     05 FILLER                   PIC 9(09)   VALUE ZERO.
008985     05 FILLER                   PIC X(16)   VALUE SPACES.
008992     05 FILLER                   PIC 9(09)   VALUE ZERO.
008996 77  WS-EDIT-RUN-ID              PIC X(16)   VALUE SPACES.
009000 77  WS-RECORD-VALID-SWITCH      PIC X(01)   VALUE 'N'.
009100     88 WS-RECORD-VALID                      VALUE 'Y'.
009200 77  WS-PREV-KEYS-SET-SWITCH     PIC X(01)   VALUE 'N'.
009300     88 WS-PREV-KEYS-SET                     VALUE 'Y'.
009303 77  WS-EDITING-GROUP-SWITCH     PIC X(01)   VALUE 'N'.
009306     88 WS-EDITING-GROUP                     VALUE 'Y'.
009309 77  WS-GROUP-VALID-SWITCH       PIC X(01)   VALUE 'N'.
009312     88 WS-GROUP-VALID                       VALUE 'Y'.
009315 77  WS-GROUPS-VALID             PIC 9(09) COMP VALUE ZERO.
009318 77  WS-GROUPS-REJECTED          PIC 9(09) COMP VALUE ZERO.
009321 77  WS-GROUP-EXPECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
009324 77  WS-GROUP-MEMBER-COUNT       PIC 9(05) COMP VALUE ZERO.
009327 77  WS-GROUP-HEADER-RECORD-NO   PIC 9(09) COMP VALUE ZERO.
009330 77  WS-GROUP-SUB                PIC 9(02) COMP VALUE ZERO.
009333 77  WS-MAX-GROUP-ITEMS          PIC 9(02) COMP VALUE 25.
009334 77  WS-GROUP-COUNT-UNKNOWN      PIC 9(05) COMP VALUE 99999.
009336 77  WS-GROUP-ID                 PIC X(16)   VALUE SPACES.
009339 77  WS-GROUP-REASON-CODE        PIC X(02)   VALUE SPACES.
009342 77  WS-GROUP-REASON-TEXT        PIC X(30)   VALUE SPACES.
009345
009348 01  WS-GROUP-HEADER-SAVE        PIC X(3077).
009351* THE MEMBERS OF THE GROUP BEING EDITED, HELD UNTIL THE WHOLE
009354* GROUP HAS PASSED, IN THE LOADIN LAYOUT
009357 01  WS-GROUP-MEMBERS.
009360     05 WS-GROUP-MEMBER          OCCURS 25 TIMES.
009363        10 WS-GRPM-COMMAND-CODE  PIC X(01).
009366        10 WS-GRPM-TABLE-NAME    PIC X(255).
009369        10 FILLER                PIC X(07).
009372        10 WS-GRPM-KEY-VALUE     PIC X(400).
009375        10 FILLER                PIC X(07).
009378        10 WS-GRPM-SORT-KEY-VALUE PIC X(400).
009381        10 FILLER                PIC X(2007).
009400
009500 01  WS-EDIT-TYPE                PIC X(02)   VALUE SPACES.
009600     88 WS-EDIT-TYPE-VALID       VALUES 'B ' 'S ' 'N ' 'BO'
015000 2000-EDIT-ONE-RECORD.
015002     IF WS-EDIT-TABLE-NAME = SPACES
015004         AND NOT LOAD-IS-RUN-HEADER
015005         AND NOT LOAD-IS-GROUP-HEADER
015006         MOVE LOAD-TABLE-NAME TO WS-EDIT-TABLE-NAME
015008     END-IF.
015010     IF LOAD-IS-RUN-HEADER
015030             LOAD-HDR-RUN-ID ', MASTER GENERATION '
015040             LOAD-HDR-MASTER-GEN
015042         MOVE LOAD-HDR-TABLE-NAME TO WS-EDIT-TABLE-NAME
015046         MOVE LOAD-HDR-RUN-ID TO WS-EDIT-RUN-ID
015050         WRITE VALID-RECORD FROM LOAD-RECORD
015060         ADD 1 TO WS-HEADERS-PASSED
015070         PERFORM 2900-READ-LOAD-FILE
015080             THRU 2900-EXIT
015090         GO TO 2000-EXIT
015091     END-IF.
015092     IF LOAD-IS-GROUP-HEADER
015093         PERFORM 2500-EDIT-TRANSACTION-GROUP
015094             THRU 2500-EXIT
015095         GO TO 2000-EXIT
015096     END-IF.
015100     PERFORM 2100-VALIDATE-RECORD
015200         THRU 2100-EXIT.
015300     IF WS-RECORD-VALID
022100         END-IF
022200         MOVE 'N' TO WS-RECORD-VALID-SWITCH
022300     END-IF.
022330* GROUP MEMBERS ARE CHECKED FOR DUPLICATES WITHIN THEIR GROUP
022360* INSTEAD, SINCE A GROUP NEED NOT FOLLOW THE FILE'S KEY ORDER
022400     IF WS-PREV-KEYS-SET
022450         AND NOT WS-EDITING-GROUP
022500         AND WS-CURR-RECORD-KEYS = WS-PREV-RECORD-KEYS
022600         MOVE '10' TO WS-ERR-REASON-CODE
022700         MOVE 'DUPLICATE KEY IN TABLE' TO WS-ERR-REASON-TEXT
030600 2200-EXIT.
030700     EXIT.
030800
030801******************************************************************
030802*  2500-EDIT-TRANSACTION-GROUP - EDIT A 'G' GROUP HEADER AND THE
030803*                                MEMBER RECORDS IT COUNTS AS ONE
030804*                                UNIT; THE GROUP GOES TO
030805*                                VALIDOUT WHOLE OR NOT AT ALL
030806******************************************************************
030807 2500-EDIT-TRANSACTION-GROUP.
030808     MOVE LOAD-RECORD         TO WS-GROUP-HEADER-SAVE.
030809     MOVE LOAD-GRP-GROUP-ID   TO WS-GROUP-ID.
030810     MOVE WS-RECORDS-READ     TO WS-GROUP-HEADER-RECORD-NO.
030811     MOVE ZERO TO WS-GROUP-MEMBER-COUNT.
030812     MOVE ZERO TO WS-GROUP-EXPECTED-COUNT.
030813     MOVE SPACES TO WS-GROUP-REASON-CODE.
030814     SET WS-GROUP-VALID TO TRUE.
030815     IF LOAD-GRP-ITEM-COUNT NOT NUMERIC
030816         OR LOAD-GRP-ITEM-COUNT = ZERO
030817         MOVE '12' TO WS-GROUP-REASON-CODE
030818         MOVE 'GROUP COUNT NOT VALID' TO WS-GROUP-REASON-TEXT
030819         MOVE 'N' TO WS-GROUP-VALID-SWITCH
030820* NO USABLE COUNT - EVERY MEMBER UP TO THE NEXT HEADER BELONGS
030821* TO THE GROUP AND IS REJECTED WITH IT
030822         MOVE WS-GROUP-COUNT-UNKNOWN TO WS-GROUP-EXPECTED-COUNT
030823     ELSE
030824         MOVE LOAD-GRP-ITEM-COUNT TO WS-GROUP-EXPECTED-COUNT
030825         IF WS-GROUP-EXPECTED-COUNT > WS-MAX-GROUP-ITEMS
030826             MOVE '11' TO WS-GROUP-REASON-CODE
030827             MOVE 'GROUP TOO LARGE FOR ONE TXN'
030828                 TO WS-GROUP-REASON-TEXT
030829             MOVE 'N' TO WS-GROUP-VALID-SWITCH
030830         END-IF
030831     END-IF.
030832     SET WS-EDITING-GROUP TO TRUE.
030833     PERFORM 2900-READ-LOAD-FILE
030834         THRU 2900-EXIT.
030835     PERFORM 2510-EDIT-ONE-MEMBER
030836         THRU 2510-EXIT
030837         UNTIL WS-GROUP-MEMBER-COUNT = WS-GROUP-EXPECTED-COUNT
030838         OR WS-END-OF-FILE
030839         OR LOAD-IS-RUN-HEADER
030840         OR LOAD-IS-GROUP-HEADER.
030841     MOVE 'N' TO WS-EDITING-GROUP-SWITCH.
030842     IF WS-GROUP-MEMBER-COUNT < WS-GROUP-EXPECTED-COUNT
030843         AND WS-GROUP-REASON-CODE = SPACES
030844         MOVE '13' TO WS-GROUP-REASON-CODE
030845         MOVE 'GROUP SHORT OF ITS COUNT' TO WS-GROUP-REASON-TEXT
030846         MOVE 'N' TO WS-GROUP-VALID-SWITCH
030847     END-IF.
030848     IF NOT WS-GROUP-VALID
030849         PERFORM 2560-REJECT-GROUP
030850             THRU 2560-EXIT
030851         GO TO 2500-EXIT
030852     END-IF.
030853     WRITE VALID-RECORD FROM WS-GROUP-HEADER-SAVE.
030854     PERFORM 2550-WRITE-ONE-MEMBER
030855         THRU 2550-EXIT
030856         VARYING WS-GROUP-SUB FROM 1 BY 1
030857         UNTIL WS-GROUP-SUB > WS-GROUP-MEMBER-COUNT.
030858     ADD WS-GROUP-MEMBER-COUNT TO WS-RECORDS-VALID.
030859     ADD 1 TO WS-GROUPS-VALID.
030860 2500-EXIT.
030861     EXIT.
030862
030863******************************************************************
030864*  2510-EDIT-ONE-MEMBER - EDIT ONE MEMBER OF THE GROUP, HOLD IT,
030865*                         CHECK IT AGAINST THE MEMBERS BEFORE IT
030866*                         FOR A REPEATED KEY, AND READ THE NEXT
030867******************************************************************
030868 2510-EDIT-ONE-MEMBER.
030869     ADD 1 TO WS-GROUP-MEMBER-COUNT.
030870     PERFORM 2100-VALIDATE-RECORD
030871         THRU 2100-EXIT.
030872     IF NOT WS-RECORD-VALID
030873         IF WS-GROUP-REASON-CODE = SPACES
030874             MOVE '14' TO WS-GROUP-REASON-CODE
030875             MOVE 'GROUP HAS A BAD MEMBER'
030876                 TO WS-GROUP-REASON-TEXT
030877         END-IF
030878         MOVE 'N' TO WS-GROUP-VALID-SWITCH
030879     END-IF.
030880     IF WS-GROUP-MEMBER-COUNT > WS-MAX-GROUP-ITEMS
030881         GO TO 2510-READ-NEXT
030882     END-IF.
030883     MOVE LOAD-RECORD TO WS-GROUP-MEMBER (WS-GROUP-MEMBER-COUNT).
030884     IF NOT WS-RECORD-VALID
030885         GO TO 2510-READ-NEXT
030886     END-IF.
030887     PERFORM 2520-CHECK-ONE-EARLIER-MEMBER
030888         THRU 2520-EXIT
030889         VARYING WS-GROUP-SUB FROM 1 BY 1
030890         UNTIL WS-GROUP-SUB NOT < WS-GROUP-MEMBER-COUNT
030891         OR NOT WS-RECORD-VALID.
030892 2510-READ-NEXT.
030893     PERFORM 2900-READ-LOAD-FILE
030894         THRU 2900-EXIT.
030895 2510-EXIT.
030896     EXIT.
030897
030898******************************************************************
030899*  2520-CHECK-ONE-EARLIER-MEMBER - A TRANSACTION MAY NOT NAME THE
030900*                                  SAME TABLE / KEY / SORT KEY
030901*                                  TWICE, OR THE WHOLE WRITE IS
030902*                                  REFUSED
030903******************************************************************
030904 2520-CHECK-ONE-EARLIER-MEMBER.
030905     IF WS-GRPM-TABLE-NAME (WS-GROUP-SUB) = LOAD-TABLE-NAME
030906         AND WS-GRPM-KEY-VALUE (WS-GROUP-SUB) = LOAD-KEY-VALUE
030907         AND WS-GRPM-SORT-KEY-VALUE (WS-GROUP-SUB)
030908             = LOAD-SORT-KEY-VALUE
030909         MOVE '15' TO WS-ERR-REASON-CODE
030910         MOVE 'DUPLICATE KEY IN GROUP' TO WS-ERR-REASON-TEXT
030911         PERFORM 2200-WRITE-REJECT-LINE
030912             THRU 2200-EXIT
030913         MOVE 'N' TO WS-RECORD-VALID-SWITCH
030914         IF WS-GROUP-REASON-CODE = SPACES
030915             MOVE '15' TO WS-GROUP-REASON-CODE
030916             MOVE 'DUPLICATE KEY IN GROUP'
030917                 TO WS-GROUP-REASON-TEXT
030918         END-IF
030919         MOVE 'N' TO WS-GROUP-VALID-SWITCH
030920     END-IF.
030921 2520-EXIT.
030922     EXIT.
030923
030924******************************************************************
030925*  2550-WRITE-ONE-MEMBER - PASS ONE MEMBER OF A CLEAN GROUP TO
030926*                          VALIDOUT
030927******************************************************************
030928 2550-WRITE-ONE-MEMBER.
030929     WRITE VALID-RECORD FROM WS-GROUP-MEMBER (WS-GROUP-SUB).
030930 2550-EXIT.
030931     EXIT.
030932
030933******************************************************************
030934*  2560-REJECT-GROUP - WRITE THE GROUP'S REJECT LINE, KEYED BY
030935*                     ITS GROUP ID, AND COUNT EVERY MEMBER READ
030936*                     AS REJECTED - NONE OF THEM GOES TO VALIDOUT
030937******************************************************************
030938 2560-REJECT-GROUP.
030939     MOVE WS-GROUP-HEADER-RECORD-NO TO WS-ERR-RECORD-NO.
030940     MOVE WS-GROUP-REASON-CODE      TO WS-ERR-REASON-CODE.
030941     MOVE WS-GROUP-REASON-TEXT      TO WS-ERR-REASON-TEXT.
030942     MOVE SPACES TO WS-ERR-KEY-VALUE.
030943     STRING 'GROUP ' DELIMITED BY SIZE
030944            WS-GROUP-ID DELIMITED BY SIZE
030945         INTO WS-ERR-KEY-VALUE.
030946     WRITE ERROR-REPORT-RECORD FROM WS-ERROR-LINE.
030947     ADD WS-GROUP-MEMBER-COUNT TO WS-RECORDS-REJECTED.
030948     ADD 1 TO WS-GROUPS-REJECTED.
030949 2560-EXIT.
030950     EXIT.
030951
030952******************************************************************
031000*  2900-READ-LOAD-FILE - READ THE NEXT LOAD RECORD, SET THE
031100*                        END-OF-FILE SWITCH AT EOF
031200******************************************************************
033200     DISPLAY 'DYNEDIT  - RECORDS VALID   : ' WS-RECORDS-VALID.
033300     DISPLAY 'DYNEDIT  - RECORDS REJECTED: ' WS-RECORDS-REJECTED.
033310     DISPLAY 'DYNEDIT  - HEADERS PASSED  : ' WS-HEADERS-PASSED.
033340     DISPLAY 'DYNEDIT  - GROUPS VALID    : ' WS-GROUPS-VALID.
033370     DISPLAY 'DYNEDIT  - GROUPS REJECTED : ' WS-GROUPS-REJECTED.
033400     IF WS-RECORDS-REJECTED > ZERO
033450         OR WS-GROUPS-REJECTED > ZERO
033500         MOVE 8 TO RETURN-CODE
033600     END-IF.
033700 4000-EXIT.
033890     MOVE WS-RECORDS-VALID    TO WS-STAT-RECORDS-VALID.
033900     MOVE WS-RECORDS-REJECTED TO WS-STAT-RECORDS-REJECTED.
033910     MOVE WS-HEADERS-PASSED   TO WS-STAT-HEADERS-PASSED.
033913     MOVE WS-GROUPS-VALID     TO WS-STAT-GROUPS-VALID.
033916     MOVE WS-GROUPS-REJECTED  TO WS-STAT-GROUPS-REJECTED.
033920     MOVE RETURN-CODE         TO WS-STAT-RETURN-CODE.
033930     CALL 'DYNSTATW' USING WS-STAT-JOB-NAME
033940                           WS-EDIT-TABLE-NAME
033950                           WS-STAT-RETURN-CODE
033960                           WS-STAT-COUNTERS
033965                           WS-EDIT-RUN-ID.
033970 8000-EXIT.
033980     EXIT.
