000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DYNJRNL.
000300 AUTHOR.        J HALVORSEN.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* ----------------------------------------------------------------
001000* 2026-10-15  JH  INITIAL VERSION - SHARED BEFORE-IMAGE JOURNAL
001100*                 WRITER CALLED BY EVERY JOB THAT STORES OR
001200*                 REMOVES ITEMS, ONCE PER ITEM AND BEFORE THE
001300*                 CHANGE GOES TO THE BRIDGE, SO DYNBKOUT CAN PUT A
001400*                 BAD RUN'S ITEMS BACK THE WAY THEY WERE.
001500******************************************************************
001600******************************************************************
001700*  DYNJRNL APPENDS ONE RECORD (SEE DynamoDBJournal) TO THE
001800*  SHARED BIJRNL FILE FOR EVERY ITEM A JOB IS ABOUT TO CHANGE.
001900*  THE CALLER FILLS IN THE RUN ID, COMMAND, TABLE, KEYS, AND THE
002000*  BEFORE AND AFTER IMAGES; DYNJRNL STAMPS THE JOB NAME, THE
002100*  DATE AND TIME, AND A SEQUENCE NUMBER THAT RUNS UP FROM 1
002200*  THROUGH THE LIFE OF THE CALLING JOB.  LIKE DYNAUDIT, THE FILE
002300*  IS OPENED EXTEND ON THE FIRST CALL AND LEFT OPEN, AND THE
002400*  CALLING JOB MUST CALL DYNJRNL ONE LAST TIME WITH PHASE 'C'
002500*  AT TERMINATION TO CLOSE IT.
002600*
002700*  THE JOURNAL IS WRITE-AHEAD - A CHANGE WHOSE BEFORE IMAGE IS
002800*  NOT SAFELY ON THE JOURNAL COULD NEVER BE BACKED OUT, SO THE
002900*  CALLER MUST NOT SEND THE CHANGE UNLESS JRNL-RESULT COMES BACK
003000*  'Y'.
003100*
003200*  CALLING CONVENTION -
003300*      CALL 'DYNJRNL' USING JRNL-JOB-NAME
003400*                           JRNL-PHASE
003500*                           DYNAMODB-JOURNAL-RECORD
003600*                           JRNL-RESULT
003700*
003800*      JRNL-PHASE    'W' WRITE ONE JOURNAL RECORD
003900*                    'C' CLOSE THE JOURNAL AT TERMINATION (THE
004000*                        JOB NAME AND RECORD ARE IGNORED)
004100*      JRNL-RESULT   RETURNED 'Y' WHEN THE RECORD IS WRITTEN (OR
004200*                    THE FILE CLOSED), 'N' WHEN IT IS NOT
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT JOURNAL-FILE ASSIGN TO BIJRNL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-JRNL-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  JOURNAL-FILE
005600     RECORDING MODE IS F.
005700 01  JOURNAL-FILE-RECORD         PIC X(5139).
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-CURRENT-DATE.
006100     05 WS-CURRENT-YYYYMMDD      PIC 9(8).
006200 01  WS-CURRENT-TIME.
006300     05 WS-CURRENT-HHMMSSTT      PIC 9(8).
006400
006500 77  WS-JRNL-FILE-STATUS         PIC X(02).
006600     88 WS-JRNL-FILE-OK                      VALUE '00'.
006700 77  WS-JRNL-FILE-OPEN-SWITCH    PIC X(01)   VALUE 'N'.
006800     88 WS-JRNL-FILE-IS-OPEN                 VALUE 'Y'.
006900 77  WS-JRNL-SEQUENCE            PIC 9(09) COMP VALUE ZERO.
007000
007100 LINKAGE SECTION.
007200 01  LK-JOB-NAME                 PIC X(8).
007300 01  LK-PHASE                    PIC X(1).
007400     88 LK-PHASE-WRITE                       VALUE 'W'.
007500     88 LK-PHASE-CLOSE                       VALUE 'C'.
007600 COPY DynamoDBJournal.
007700 01  LK-RESULT                   PIC X(1).
007800     88 LK-RESULT-OK                         VALUE 'Y'.
007900     88 LK-RESULT-FAILED                     VALUE 'N'.
008000
008100 PROCEDURE DIVISION USING LK-JOB-NAME
008200                           LK-PHASE
008300                           DYNAMODB-JOURNAL-RECORD
008400                           LK-RESULT.
008500******************************************************************
008600*  0000-MAINLINE
008700******************************************************************
008800 0000-MAINLINE.
008900     SET LK-RESULT-OK TO TRUE.
009000     IF LK-PHASE-CLOSE
009100         PERFORM 3000-CLOSE-JOURNAL-FILE
009200             THRU 3000-EXIT
009300         GO TO 0000-EXIT
009400     END-IF.
009500     IF NOT LK-PHASE-WRITE
009600         DISPLAY 'DYNJRNL  - INVALID PHASE ' LK-PHASE
009700         SET LK-RESULT-FAILED TO TRUE
009800         GO TO 0000-EXIT
009900     END-IF.
010000     PERFORM 1000-STAMP-JOURNAL-RECORD
010100         THRU 1000-EXIT.
010200     PERFORM 2000-WRITE-JOURNAL-RECORD
010300         THRU 2000-EXIT.
010400 0000-EXIT.
010500     GOBACK.
010600
010700******************************************************************
010800*  1000-STAMP-JOURNAL-RECORD - FILL IN THE JOB NAME, TIMESTAMP,
010900*                              AND NEXT SEQUENCE NUMBER
011000******************************************************************
011100 1000-STAMP-JOURNAL-RECORD.
011200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011300     ACCEPT WS-CURRENT-TIME FROM TIME.
011400     ADD 1 TO WS-JRNL-SEQUENCE.
011500     MOVE LK-JOB-NAME            TO JRNL-JOB-NAME.
011600     MOVE WS-CURRENT-YYYYMMDD    TO JRNL-DATE.
011700     MOVE WS-CURRENT-HHMMSSTT    TO JRNL-TIME.
011800     MOVE WS-JRNL-SEQUENCE       TO JRNL-SEQUENCE.
011900 1000-EXIT.
012000     EXIT.
012100
012200******************************************************************
012300*  2000-WRITE-JOURNAL-RECORD - APPEND THE RECORD TO THE JOURNAL,
012400*                              CHECKING FILE STATUS AFTER EVERY
012500*                              VERB - THE CALLER WILL NOT MAKE
012600*                              THE CHANGE UNLESS THIS SUCCEEDS
012700******************************************************************
012800 2000-WRITE-JOURNAL-RECORD.
012900     IF NOT WS-JRNL-FILE-IS-OPEN
013000         OPEN EXTEND JOURNAL-FILE
013100         IF NOT WS-JRNL-FILE-OK
013200             DISPLAY 'DYNJRNL  - OPEN FAILED, FILE STATUS '
013300                 WS-JRNL-FILE-STATUS
013400             SET LK-RESULT-FAILED TO TRUE
013500             MOVE 12 TO RETURN-CODE
013600             GO TO 2000-EXIT
013700         END-IF
013800         SET WS-JRNL-FILE-IS-OPEN TO TRUE
013900     END-IF.
014000     WRITE JOURNAL-FILE-RECORD FROM DYNAMODB-JOURNAL-RECORD.
014100     IF NOT WS-JRNL-FILE-OK
014200         DISPLAY 'DYNJRNL  - WRITE FAILED, FILE STATUS '
014300             WS-JRNL-FILE-STATUS
014400         SET LK-RESULT-FAILED TO TRUE
014500         MOVE 16 TO RETURN-CODE
014600     END-IF.
014700 2000-EXIT.
014800     EXIT.
014900
015000******************************************************************
015100*  3000-CLOSE-JOURNAL-FILE - CLOSE THE JOURNAL AT THE CALLING
015200*                            JOB'S TERMINATION
015300******************************************************************
015400 3000-CLOSE-JOURNAL-FILE.
015500     IF WS-JRNL-FILE-IS-OPEN
015600         CLOSE JOURNAL-FILE
015700         IF NOT WS-JRNL-FILE-OK
015800             DISPLAY 'DYNJRNL  - CLOSE FAILED, FILE STATUS '
015900                 WS-JRNL-FILE-STATUS
016000             SET LK-RESULT-FAILED TO TRUE
016100             MOVE 16 TO RETURN-CODE
016200         END-IF
016300         MOVE 'N' TO WS-JRNL-FILE-OPEN-SWITCH
016400     END-IF.
016500 3000-EXIT.
016600     EXIT.
