000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNFETCH.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - SHARED BULK KEYED READ.  ONE
001100*                 BGET CALL FETCHES UP TO 25 KEYS, SO A JOB THAT
001200*                 READS KEYS BY THE HUNDRED THOUSAND (DYNKEYEX,
001300*                 DYNVERIF) NO LONGER MAKES ONE BRIDGE CALL PER
001400*                 KEY.
001500******************************************************************
001600******************************************************************
001700*  DYNFETCH TAKES A BATCH REQUEST AREA THE CALLER HAS FILLED WITH
001800*  UP TO 25 KEYS OF ONE TABLE AND FETCHES THEM ALL THROUGH THE
001900*  BRIDGE'S BGET (BATCHGETITEM) COMMAND.  KEYS DYNAMODB LEAVES
002000*  UNPROCESSED ARE SENT AGAIN, UP TO A FIXED NUMBER OF PASSES, THE
002100*  WAY DYNBATCH RESUBMITS UNPROCESSED WRITES.
002200*
002300*  CALLING CONVENTION -
002400*      CALL 'DYNFETCH' USING LK-JOB-NAME
002500*                             DYNAMODB-BATCH-REQUEST-AREA
002600*                             LK-TARGET-CAPACITY
002700*
002800*  THE CALLER SETS BATCH-TABLE-NAME, BATCH-ENTRY-COUNT, AND THE
002900*  KEY AND SORT KEY FIELDS OF EACH ENTRY; NO KEY MAY APPEAR TWICE.
003000*  ON RETURN EACH ENTRY'S BATCH-ENTRY-RETURN-CODE SAYS WHAT BECAME
003100*  OF IT -
003200*
003300*      '00' FOUND - RECORD TYPE, LENGTH, AND VALUE ARE FILLED IN
003400*      'NF' NOT FOUND - THE READ SUCCEEDED AND THE KEY IS ABSENT
003500*      '99' NOT READ - THE CALL FAILED OR STAYED THROTTLED, OR THE
003600*           KEY WAS STILL UNPROCESSED AFTER THE LAST PASS; THIS
003700*           PROVES NOTHING EITHER WAY ABOUT THE ITEM
003800*
003900*  THE ENTRIES STAY IN THE ORDER THE CALLER GAVE THEM.
004000*  BATCH-RETURN-CODE IS THE LAST CALL'S RETURN CODE.
004100*
004200*  EVERY BRIDGE CALL IS BRACKETED WITH DYNAUDIT UNDER THE CALLER'S
004300*  JOB NAME, BACKS OFF UNDER DYNRETRY WHEN THROTTLED, IS PACED BY
004400*  DYNPACE TO LK-TARGET-CAPACITY (ZERO = NO PACING), AND FEEDS THE
004500*  DYNCAPLG CAPACITY LEDGER.  THE CALLER STILL MAKES THE CLOSING
004600*  DYNAUDIT AND DYNCAPLG CALLS AT ITS OWN TERMINATION.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400 COPY DynamoDBRQA.
005500
005600 77  WS-KEEP-TRYING-SWITCH       PIC X(01)   VALUE 'N'.
005700     88 WS-KEEP-TRYING                       VALUE 'Y'.
005800 77  WS-RETRY-AGAIN-SWITCH       PIC X(01)   VALUE 'N'.
005900     88 WS-SHOULD-RETRY                      VALUE 'Y'.
006000     88 WS-SHOULD-NOT-RETRY                  VALUE 'N'.
006100 77  WS-MAX-RETRIES              PIC 9(03)   VALUE 5.
006200 77  WS-MAX-UNPROCESSED-PASSES   PIC 9(02)   VALUE 5.
006300 77  WS-FETCH-PASS               PIC 9(02) COMP VALUE ZERO.
006400 77  WS-AUDIT-PHASE              PIC X(01)   VALUE SPACES.
006500     88 WS-AUDIT-BEFORE-CALL                 VALUE 'B'.
006600     88 WS-AUDIT-AFTER-CALL                  VALUE 'A'.
006700 77  WS-CAPLG-PHASE              PIC X(01)   VALUE 'A'.
006800
006900 LINKAGE SECTION.
007000 01  LK-JOB-NAME                 PIC X(8).
007100 COPY DynamoDBBatchRQA.
007200 01  LK-TARGET-CAPACITY          PIC 9(05).
007300
007400 PROCEDURE DIVISION USING LK-JOB-NAME
007500                          dynamoDB-batch-request-area
007600                          LK-TARGET-CAPACITY.
007700******************************************************************
007800*  0000-MAINLINE
007900******************************************************************
008000 0000-MAINLINE.
008100     SET batch-get-command TO TRUE.
008200     PERFORM 1000-MARK-ONE-ENTRY
008300         THRU 1000-EXIT
008400         VARYING batch-entry-idx FROM 1 BY 1
008500         UNTIL batch-entry-idx > batch-entry-count.
008600     MOVE batch-entry-count TO batch-unprocessed-count.
008700     MOVE ZERO TO WS-FETCH-PASS.
008800     PERFORM 2000-FETCH-ONE-PASS
008900         THRU 2000-EXIT
009000         UNTIL batch-unprocessed-count = ZERO
009100         OR WS-FETCH-PASS = WS-MAX-UNPROCESSED-PASSES.
009200     IF batch-unprocessed-count > ZERO
009300         DISPLAY 'DYNFETCH - ' batch-unprocessed-count
009400             ' KEYS NOT READ FROM TABLE '
009500             batch-table-name (1:40)
009600             ', RETURN CODE ' batch-return-code
009700     END-IF.
009800 0000-EXIT.
009900     GOBACK.
010000
010100******************************************************************
010200*  1000-MARK-ONE-ENTRY - FLAG ONE ENTRY AS STILL TO BE FETCHED AND
010300*                        CLEAR ANY VALUE LEFT IN IT
010400******************************************************************
010500 1000-MARK-ONE-ENTRY.
010600     SET batch-entry-unprocessed (batch-entry-idx) TO TRUE.
010700     MOVE SPACES TO batch-record-type (batch-entry-idx).
010800     MOVE ZERO   TO batch-record-length (batch-entry-idx).
010900     MOVE SPACES TO batch-record-value (batch-entry-idx).
011000     MOVE SPACES TO batch-entry-error-message (batch-entry-idx).
011100 1000-EXIT.
011200     EXIT.
011300
011400******************************************************************
011500*  2000-FETCH-ONE-PASS - SEND EVERY KEY STILL UNPROCESSED, BACKING
011600*                        OFF AND TRYING AGAIN WHILE THE CALL COMES
011700*                        BACK THROTTLED.  A FAILED CALL ENDS THE
011800*                        FETCH WITH ITS KEYS STILL UNPROCESSED
011900******************************************************************
012000 2000-FETCH-ONE-PASS.
012100     ADD 1 TO WS-FETCH-PASS.
012200     MOVE ZERO TO batch-retry-count.
012300     SET WS-KEEP-TRYING TO TRUE.
012400     PERFORM 2100-ATTEMPT-FETCH-CALL
012500         THRU 2100-EXIT
012600         UNTIL NOT WS-KEEP-TRYING.
012700     IF NOT batch-request-successful
012800         MOVE WS-MAX-UNPROCESSED-PASSES TO WS-FETCH-PASS
012900     END-IF.
013000 2000-EXIT.
013100     EXIT.
013200
013300******************************************************************
013400*  2100-ATTEMPT-FETCH-CALL - CALL THE BRIDGE ONCE, AUDITING BEFORE
013500*                            AND AFTER, PACE AND LEDGER THE
013600*                            CAPACITY, AND BACK OFF AND TRY AGAIN
013700*                            IF THE CALL COMES BACK THROTTLED
013800******************************************************************
013900 2100-ATTEMPT-FETCH-CALL.
014000     PERFORM 2150-BUILD-AUDIT-AREA
014100         THRU 2150-EXIT.
014200     SET WS-AUDIT-BEFORE-CALL TO TRUE.
014300     CALL 'DYNAUDIT' USING LK-JOB-NAME
014400                           WS-AUDIT-PHASE
014500                           dynamoDB-request-area.
014600     CALL 'DynamoDBBR' USING dynamoDB-batch-request-area.
014700     PERFORM 2150-BUILD-AUDIT-AREA
014800         THRU 2150-EXIT.
014900     SET WS-AUDIT-AFTER-CALL TO TRUE.
015000     CALL 'DYNAUDIT' USING LK-JOB-NAME
015100                           WS-AUDIT-PHASE
015200                           dynamoDB-request-area.
015300     CALL 'DYNPACE' USING batch-consumed-capacity-units
015400                           LK-TARGET-CAPACITY.
015500     CALL 'DYNCAPLG' USING LK-JOB-NAME
015600                           WS-CAPLG-PHASE
015700                           batch-table-name
015800                           batch-command
015900                           batch-consumed-capacity-units.
016000     MOVE 'N' TO WS-KEEP-TRYING-SWITCH.
016100     IF batch-request-throttled
016200         CALL 'DYNRETRY' USING
016300             batch-retry-count
016400             WS-MAX-RETRIES
016500             WS-RETRY-AGAIN-SWITCH
016600         IF WS-SHOULD-RETRY
016700             SET WS-KEEP-TRYING TO TRUE
016800         END-IF
016900     END-IF.
017000 2100-EXIT.
017100     EXIT.
017200
017300******************************************************************
017400*  2150-BUILD-AUDIT-AREA - STAGE A SINGLE-ITEM AUDIT RECORD
017500*                          REPRESENTING THE CALL, SINCE DYNAUDIT
017600*                          IS WRITTEN AROUND ONE KEY AT A TIME AND
017700*                          A BATCH GET CARRIES UP TO 25
017800******************************************************************
017900 2150-BUILD-AUDIT-AREA.
018000     MOVE SPACES TO dynamoDB-request-area.
018100     MOVE batch-command     TO command.
018200     MOVE batch-table-name  TO table-name.
018300     MOVE batch-return-code TO
018400         dynamodb-return-code IN dynamoDB-response-area.
018500 2150-EXIT.
018600     EXIT.
