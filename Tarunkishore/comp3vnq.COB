000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. comp3vnq.
000300 AUTHOR. TARUNKISHORE.
000400 INSTALLATION. LINE-INSPECTION.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 15-OCT-26  TK    INITIAL VERSION.  ONLINE INQUIRY ON THE
001200*                  NIGHT-RUN STEP-CONTROL FILE KEPT BY
001300*                  COMP3VSC.  FOR ONE BUSINESS DATE IT LISTS
001400*                  EVERY STEP IN RUNNING ORDER - FINISHED
001500*                  CLEAN, NOT RUN, STARTED BUT NOT FINISHED,
001600*                  ENDED WITH A CONDITION CODE ITS
001700*                  SUCCESSORS REFUSE, OR STALE BECAUSE THE
001800*                  STEP BEFORE IT FINISHED AGAIN AFTER IT
001900*                  STARTED - WITH ITS CONDITION CODE, START,
002000*                  FINISH, ATTEMPTS AND ANY SUPERVISOR
002100*                  OVERRIDE, AND NAMES THE STEP TO RESTART
002200*                  THE NIGHT FROM.
002300*-----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000    COPY STEPPARM.
003100
003200    77 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
003300       88 WS-VALID-ENTRY VALUE 'Y'.
003400    77 WS-AGAIN-SWITCH PIC X(01) VALUE 'Y'.
003500       88 WS-AGAIN VALUE 'Y'.
003600    77 WS-DATE-IN PIC X(08) VALUE SPACES.
003700    77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
003800    77 WS-STEP-IDX PIC 9(01) COMP VALUE ZERO.
003900    77 WS-STATE-TEXT PIC X(22) VALUE SPACES.
004000    77 WS-STAMP-DATE PIC 9(08) VALUE ZERO.
004100    01  WS-STAMP-TIME.
004200        05  WS-STAMP-HH             PIC 9(02).
004300        05  WS-STAMP-MM             PIC 9(02).
004400        05  FILLER                  PIC 9(04).
004500    77 WS-STAMP-TEXT PIC X(14) VALUE SPACES.
004600    77 WS-NQ-CC-EDIT PIC 9(02) VALUE ZERO.
004700
004800*   ONE LINE PER STEP, IN RUNNING ORDER.
004900    01  WS-NQ-LINE.
005000        05  WS-NQL-PROGRAM          PIC X(08).
005100        05  FILLER                  PIC X(01) VALUE SPACE.
005200        05  WS-NQL-STATE            PIC X(22).
005300        05  FILLER                  PIC X(01) VALUE SPACE.
005400        05  WS-NQL-CC               PIC X(02).
005500        05  FILLER                  PIC X(01) VALUE SPACE.
005600        05  WS-NQL-START            PIC X(14).
005700        05  FILLER                  PIC X(01) VALUE SPACE.
005800        05  WS-NQL-END              PIC X(14).
005900        05  FILLER                  PIC X(01) VALUE SPACE.
006000        05  WS-NQL-TRIES            PIC ZZZ.
006100        05  FILLER                  PIC X(01) VALUE SPACE.
006200        05  WS-NQL-OVERRIDE         PIC X(08).
006300 PROCEDURE DIVISION.
006400 0000-MAINLINE.
006500     PERFORM 1000-INQUIRE-ONE THRU 1000-EXIT
006600         UNTIL NOT WS-AGAIN.
006700     DISPLAY 'COMP3VNQ: INQUIRY SESSION ENDED'.
006800     STOP RUN.
006900
007000*-----------------------------------------------------------
007100* 1000-INQUIRE-ONE - SHOW ONE BUSINESS DATE'S NIGHT AND ASK
007200* WHETHER TO LOOK AT ANOTHER.
007300*-----------------------------------------------------------
007400 1000-INQUIRE-ONE.
007500     MOVE 'N' TO WS-VALID-SWITCH.
007600     PERFORM 1100-PROMPT-DATE THRU 1100-EXIT
007700         UNTIL WS-VALID-ENTRY.
007800     PERFORM 2000-SHOW-NIGHT THRU 2000-EXIT.
007900     PERFORM 1300-ASK-AGAIN THRU 1300-EXIT.
008000 1000-EXIT.
008100     EXIT.
008200
008300 1100-PROMPT-DATE.
008400     DISPLAY 'ENTER BUSINESS DATE (YYYYMMDD, BLANK FOR TODAY)'.
008500     MOVE SPACES TO WS-DATE-IN.
008600     ACCEPT WS-DATE-IN.
008700     IF WS-DATE-IN = SPACES
008800         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
008900         SET WS-VALID-ENTRY TO TRUE
009000     ELSE
009100         IF WS-DATE-IN IS NUMERIC
009200             MOVE WS-DATE-IN TO WS-BUS-DATE
009300             SET WS-VALID-ENTRY TO TRUE
009400         ELSE
009500             DISPLAY 'INVALID ENTRY - ENTER AN 8-DIGIT DATE'
009600         END-IF
009700     END-IF.
009800 1100-EXIT.
009900     EXIT.
010000
010100*-----------------------------------------------------------
010200* 1300-ASK-AGAIN - ANOTHER DATE, OR END THE SESSION.
010300*-----------------------------------------------------------
010400 1300-ASK-AGAIN.
010500     MOVE 'N' TO WS-VALID-SWITCH.
010600     PERFORM 1310-PROMPT-AGAIN THRU 1310-EXIT
010700         UNTIL WS-VALID-ENTRY.
010800 1300-EXIT.
010900     EXIT.
011000
011100 1310-PROMPT-AGAIN.
011200     DISPLAY 'LOOK AT ANOTHER DATE? (Y/N)'.
011300     ACCEPT WS-AGAIN-SWITCH.
011400     IF WS-AGAIN-SWITCH = 'Y' OR WS-AGAIN-SWITCH = 'N'
011500         SET WS-VALID-ENTRY TO TRUE
011600     ELSE
011700         DISPLAY 'INVALID ENTRY - ANSWER Y OR N'
011800     END-IF.
011900 1310-EXIT.
012000     EXIT.
012100
012200*-----------------------------------------------------------
012300* 2000-SHOW-NIGHT - ASK THE STEP-CONTROL ROUTINE WHERE THE
012400* NIGHT STANDS, LIST EVERY STEP AND NAME THE FIRST ONE THAT
012500* IS NOT CLEAN - EVERYTHING FROM THERE ON MUST BE RUN AGAIN.
012600*-----------------------------------------------------------
012700 2000-SHOW-NIGHT.
012800     SET STPP-FUNC-QUERY TO TRUE.
012900     MOVE SPACES TO STPP-PROGRAM.
013000     MOVE WS-BUS-DATE TO STPP-BUS-DATE.
013100     CALL 'COMP3VSC' USING STEP-PARM.
013200     IF STPP-ERROR
013300         DISPLAY 'COMP3VNQ: ' STPP-MESSAGE
013400         GO TO 2000-EXIT
013500     END-IF.
013600     DISPLAY ' '.
013700     DISPLAY 'NIGHT-RUN STEP CONTROL FOR BUSINESS DATE '
013800         WS-BUS-DATE.
013900     DISPLAY 'STEP     STATE                  CC STARTED        '
014000         'FINISHED       TRY OVERRIDE'.
014100     PERFORM 2100-SHOW-STEP THRU 2100-EXIT
014200         VARYING WS-STEP-IDX FROM 1 BY 1
014300         UNTIL WS-STEP-IDX > 6.
014400     IF STPP-RESTART-PROGRAM = SPACES
014500         DISPLAY 'NIGHT COMPLETE - EVERY STEP FINISHED CLEAN'
014600     ELSE
014700         DISPLAY 'RESTART THE NIGHT FROM ' STPP-RESTART-PROGRAM
014800     END-IF.
014900     DISPLAY ' '.
015000 2000-EXIT.
015100     EXIT.
015200
015300 2100-SHOW-STEP.
015400     MOVE STPP-Q-PROGRAM(WS-STEP-IDX) TO WS-NQL-PROGRAM.
015500     IF STPP-Q-STATE(WS-STEP-IDX) = 'C'
015600         MOVE 'FINISHED CLEAN' TO WS-STATE-TEXT
015700     ELSE
015800         IF STPP-Q-STATE(WS-STEP-IDX) = 'N'
015900             MOVE 'NOT RUN' TO WS-STATE-TEXT
016000         ELSE
016100             IF STPP-Q-STATE(WS-STEP-IDX) = 'A'
016200                 MOVE 'STARTED, NOT FINISHED' TO WS-STATE-TEXT
016300             ELSE
016400                 IF STPP-Q-STATE(WS-STEP-IDX) = 'X'
016500                     MOVE 'FAILED - CODE TOO HIGH'
016600                         TO WS-STATE-TEXT
016700                 ELSE
016800                     MOVE 'STALE - EARLIER RERUN' TO WS-STATE-TEXT
016900                 END-IF
017000             END-IF
017100         END-IF
017200     END-IF.
017300     MOVE WS-STATE-TEXT TO WS-NQL-STATE.
017400     MOVE SPACES TO WS-NQL-CC WS-NQL-START WS-NQL-END.
017500     MOVE ZERO TO WS-NQL-TRIES.
017600     MOVE STPP-Q-OVERRIDE-ID(WS-STEP-IDX) TO WS-NQL-OVERRIDE.
017700     IF STPP-Q-STATE(WS-STEP-IDX) = 'N'
017800         GO TO 2100-SHOW
017900     END-IF.
018000     MOVE STPP-Q-ATTEMPTS(WS-STEP-IDX) TO WS-NQL-TRIES.
018100     MOVE STPP-Q-START-DATE(WS-STEP-IDX) TO WS-STAMP-DATE.
018200     MOVE STPP-Q-START-TIME(WS-STEP-IDX) TO WS-STAMP-TIME.
018300     PERFORM 2200-FORMAT-STAMP THRU 2200-EXIT.
018400     MOVE WS-STAMP-TEXT TO WS-NQL-START.
018500     IF STPP-Q-STATUS(WS-STEP-IDX) = 'F'
018600         MOVE STPP-Q-COND-CODE(WS-STEP-IDX) TO WS-NQ-CC-EDIT
018700         MOVE WS-NQ-CC-EDIT TO WS-NQL-CC
018800         MOVE STPP-Q-END-DATE(WS-STEP-IDX) TO WS-STAMP-DATE
018900         MOVE STPP-Q-END-TIME(WS-STEP-IDX) TO WS-STAMP-TIME
019000         PERFORM 2200-FORMAT-STAMP THRU 2200-EXIT
019100         MOVE WS-STAMP-TEXT TO WS-NQL-END
019200     END-IF.
019300 2100-SHOW.
019400     DISPLAY WS-NQ-LINE.
019500 2100-EXIT.
019600     EXIT.
019700
019800*-----------------------------------------------------------
019900* 2200-FORMAT-STAMP - YYYYMMDD HH:MM FOR THE STEP LINE.
020000*-----------------------------------------------------------
020100 2200-FORMAT-STAMP.
020200     MOVE SPACES TO WS-STAMP-TEXT.
020300     STRING WS-STAMP-DATE ' ' WS-STAMP-HH ':' WS-STAMP-MM
020400         DELIMITED BY SIZE INTO WS-STAMP-TEXT.
020500 2200-EXIT.
020600     EXIT.
