000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. comp3vfc.
000300 AUTHOR. TARUNKISHORE.
000400 INSTALLATION. LINE-INSPECTION.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 15-OCT-26  TK    INITIAL VERSION.  POST-FEED CORRECTION OF
001200*                  A VERDICT ALREADY SENT TO THE SCHEDULING
001300*                  SYSTEM FOR A PAST BUSINESS DATE, E.G. A
001400*                  BAD GAUGE READING FOUND THE NEXT DAY.  THE
001500*                  SUPERVISOR KEYS THE LINE ID AND BUSINESS
001600*                  DATE; THE VERDICT IN FORCE (NIGHTLY FEED,
001700*                  RETRANSMISSION OR AN EARLIER CORRECTION)
001800*                  AND ITS AUDITED READINGS ARE SHOWN, THE
001900*                  CORRECTED A/B/C ARE KEYED AND RE-SCORED
002000*                  WITH THE SAME VERDICT LOGIC AND PRIORITY
002100*                  RULES AS COMP3VB, AND A REVERSAL AND A
002200*                  REPLACEMENT RECORD GO TO THE DATE'S
002300*                  CORRECTION FEED (SCHEDFEED.C + BUSINESS
002400*                  DATE) FOR THE SCHEDULING SYSTEM TO APPLY,
002500*                  TO THE CORRECTION LEDGER (CORRLOG), AND TO
002600*                  THE SHARED AUDIT LOG CROSS-REFERENCED TO
002700*                  THE ORIGINAL RUN NUMBER.  ONLY A
002800*                  SUPERVISOR MAY SIGN ON.
002805* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
002810*                  PASSWORD AND GOES THROUGH COMP3VSO, WHICH
002815*                  LOCKS THE ID AFTER REPEATED FAILURES AND
002820*                  LOGS EVERY FAILED ATTEMPT.  A TEMPORARY
002825*                  OR EXPIRED PASSWORD MUST BE CHANGED
002830*                  BEFORE THE SESSION GOES ON.  AN OPERATOR
002835*                  REFUSED BECAUSE THE ID IS NOT SUPERVISOR
002840*                  LEVEL GOES ON THE SECURITY VIOLATION LOG.
002845*                  THE OPERATOR MASTER IS NO LONGER READ
002850*                  HERE.
002855* 15-OCT-26  TK    THE VERDICT IN FORCE NOW ALSO COMES FROM
002860*                  THE DATE'S INTRADAY EXPEDITE FEED
002865*                  (SCHEDFEED.E + DATE), AFTER THE NIGHTLY
002870*                  FEED AND ITS RETRANSMISSION.  THE
002875*                  REVERSAL CARRIES THE FEED THE BACKED-OUT
002880*                  RECORD CAME FROM (CORR-SOURCE-FEED).
002900*-----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SCHEDULE-FILE ASSIGN USING WS-SCHED-DSN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SCHEDULE-STATUS.
003900
004000     SELECT CORR-FEED-FILE ASSIGN USING WS-CORR-DSN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CORR-STATUS.
004300
004400     SELECT CORR-LEDGER-FILE ASSIGN TO CORRLOG
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-LEDGER-STATUS.
004700
004800     SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-DSN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDIT-STATUS.
005100
005200     SELECT PRIORITY-RULE-FILE ASSIGN TO PRIRULE
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PRIR-STATUS.
005500
006000     SELECT RUN-NBR-FILE ASSIGN TO RUNNBR
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNNBR-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SCHEDULE-FILE
006700     RECORDING MODE IS F.
006800     COPY SCHEDREC.
006900
007000 FD  CORR-FEED-FILE
007100     RECORDING MODE IS F.
007200 01  CORR-FEED-RECORD                PIC X(160).
007300
007400 FD  CORR-LEDGER-FILE
007500     RECORDING MODE IS F.
007600 01  CORR-LEDGER-RECORD              PIC X(160).
007700
007800 FD  AUDIT-FILE
007900     RECORDING MODE IS F.
008000     COPY AUDITREC.
008100
008200 FD  PRIORITY-RULE-FILE
008300     RECORDING MODE IS F.
008400     COPY PRIRREC.
008500
009000 FD  RUN-NBR-FILE
009100     RECORDING MODE IS F.
009200 01  RUN-NBR-RECORD.
009300     05  RUN-LAST-NBR                PIC 9(06).
009400
009500 WORKING-STORAGE SECTION.
009600*   THE CORRECTION RECORD IS BUILT HERE AND WRITTEN FROM HERE
009700*   TO BOTH THE CORRECTION FEED AND THE LEDGER; LEDGER RECORDS
009800*   ARE READ INTO IT.
009900    COPY CORRREC.
010000
010100*   THE FEED RECORD IN FORCE FOR THE LINE AND DATE, IN THE
010200*   SCHEDULE FEED'S LAYOUT.
010300    01  WS-CUR-SCHED.
010400        05  WS-CUR-LINE-ID          PIC 9(06).
010500        05  WS-CUR-VERDICT-CODE     PIC X(02).
010600        05  WS-CUR-PRIORITY-FLAG    PIC X(01).
010700        05  WS-CUR-LINE-NAME        PIC X(20).
010800        05  WS-CUR-DEPT             PIC X(10).
010900        05  FILLER                  PIC X(01).
011000        05  WS-CUR-OPER-ID          PIC X(08).
011100        05  WS-CUR-RUN-NBR          PIC 9(06).
011200        05  WS-CUR-SUPERVISOR       PIC X(20).
011300
011400    01  WS-INPUT-BUFFER             PIC X(09).
011500    01  WS-INPUT-VALUE REDEFINES WS-INPUT-BUFFER
011600                                    PIC 9(07)V99.
011700
011800    01  WS-RULE-TABLE.
011900        05  WS-RULE-ENTRY OCCURS 400 TIMES.
012000            10  WS-TAB-RULE-DEPT    PIC X(10).
012100            10  WS-TAB-RULE-VERDICT PIC X(02).
012200            10  WS-TAB-RULE-PRIORITY PIC X(01).
012300*   THE STANDARD RULE, USED WHEN NEITHER THE DEPARTMENT NOR THE
012400*   PLANT-WIDE DEFAULT ROW COVERS A VERDICT: A IS PRIORITY
012500*   WHENEVER IT WINS OR TIES FOR THE WIN.
012600    01  WS-STD-RULE-VALUES.
012700        05  FILLER                  PIC X(03) VALUE 'A1Y'.
012800        05  FILLER                  PIC X(03) VALUE 'B1N'.
012900        05  FILLER                  PIC X(03) VALUE 'C1N'.
013000        05  FILLER                  PIC X(03) VALUE 'ABY'.
013100        05  FILLER                  PIC X(03) VALUE 'ACY'.
013200        05  FILLER                  PIC X(03) VALUE 'BCN'.
013300        05  FILLER                  PIC X(03) VALUE 'EQN'.
013400    01  WS-STD-RULE-TABLE REDEFINES WS-STD-RULE-VALUES.
013500        05  WS-STD-RULE OCCURS 7 TIMES.
013600            10  WS-STD-VERDICT      PIC X(02).
013700            10  WS-STD-PRIORITY     PIC X(01).
013800
013900    01  WS-BUS-DATE-SPLIT.
014000        05  WS-BUS-YYYYMM           PIC 9(06).
014100        05  FILLER                  PIC 9(02).
014200
014300    77 WS-SCHEDULE-STATUS PIC X(02).
014400    77 WS-CORR-STATUS PIC X(02).
014500    77 WS-LEDGER-STATUS PIC X(02).
014600    77 WS-AUDIT-STATUS PIC X(02).
014700    77 WS-PRIR-STATUS PIC X(02).
014900    77 WS-RUNNBR-STATUS PIC X(02).
015000    77 WS-SCHED-DSN PIC X(44) VALUE SPACES.
015100    77 WS-CORR-DSN PIC X(44) VALUE SPACES.
015200    77 WS-AUDIT-DSN PIC X(44) VALUE SPACES.
015300    77 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
015400       88 WS-EOF VALUE 'Y'.
015500    77 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
015600       88 WS-VALID-ENTRY VALUE 'Y'.
015700    77 WS-AGAIN-SWITCH PIC X(01) VALUE 'Y'.
015800       88 WS-AGAIN VALUE 'Y'.
015900    77 WS-CONFIRM-SWITCH PIC X(01) VALUE 'N'.
016000       88 WS-CONFIRMED VALUE 'Y'.
016100    77 WS-CUR-FOUND-SWITCH PIC X(01) VALUE 'N'.
016200       88 WS-CUR-FOUND VALUE 'Y'.
016300    77 WS-READING-FOUND-SWITCH PIC X(01) VALUE 'N'.
016400       88 WS-READING-FOUND VALUE 'Y'.
016500    77 WS-CUR-SOURCE PIC X(01) VALUE SPACE.
016600       88 WS-CUR-FROM-NIGHTLY VALUE 'D'.
016700       88 WS-CUR-FROM-RETRANSMIT VALUE 'R'.
016800       88 WS-CUR-FROM-CORRECTION VALUE 'C'.
016810       88 WS-CUR-FROM-EXPEDITE VALUE 'E'.
016900    77 WS-BUS-DATE-IN PIC X(08) VALUE SPACES.
017000    77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
017100    77 WS-TODAY PIC 9(08) VALUE ZERO.
017200    77 WS-NOW PIC 9(08) VALUE ZERO.
017300    77 WS-INPUT-LINE-ID PIC X(06) VALUE SPACES.
017400    77 WS-INPUT-LINE-NUM REDEFINES WS-INPUT-LINE-ID PIC 9(06).
017500    77 WS-LINE-ID PIC 9(06) VALUE ZERO.
017600    77 WS-GAUGE-NAME PIC X(01) VALUE SPACE.
017700    77 WS-REASON PIC X(30) VALUE SPACES.
017800    77 WS-ORIG-RUN-NBR PIC 9(06) VALUE ZERO.
017900    77 WS-CORR-NBR PIC 9(06) VALUE ZERO.
018000    77 WS-OLD-A PIC 9(07)V99 VALUE ZERO.
018100    77 WS-OLD-B PIC 9(07)V99 VALUE ZERO.
018200    77 WS-OLD-C PIC 9(07)V99 VALUE ZERO.
018300    77 WS-OLD-VERDICT PIC X(20) VALUE SPACES.
018400    77 WS-A PIC 9(07)V99 VALUE ZERO.
018500    77 WS-B PIC 9(07)V99 VALUE ZERO.
018600    77 WS-C PIC 9(07)V99 VALUE ZERO.
018700    77 WS-VERDICT PIC X(20) VALUE SPACES.
018800    77 WS-VERDICT-CODE PIC X(02) VALUE SPACES.
018900    77 WS-PRIORITY-FLAG PIC X(01) VALUE SPACE.
019000    77 WS-RULE-SET-ID PIC 9(06) VALUE ZERO.
019100    77 WS-RULE-COUNT PIC 9(03) COMP VALUE ZERO.
019200    77 WS-RULE-IDX PIC 9(03) COMP VALUE ZERO.
019300    77 WS-RULE-FOUND-IDX PIC 9(03) COMP VALUE ZERO.
019400    77 WS-RULE-KEY-DEPT PIC X(10) VALUE SPACES.
019500    77 WS-STD-IDX PIC 9(01) COMP VALUE ZERO.
019600    77 WS-POSTED-COUNT PIC 9(03) COMP VALUE ZERO.
019700    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
019800    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
019900    77 WS-SIGNON-AUTH PIC X(01) VALUE SPACE.
020000       88 WS-SIGNON-IS-SUPER VALUE 'S'.
020010    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
020020    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
020030    COPY SIGNPARM.
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
020800     MOVE 'N' TO WS-VALID-SWITCH.
020900     PERFORM 0500-GET-BUS-DATE THRU 0500-EXIT
021000         UNTIL WS-VALID-ENTRY.
021100     PERFORM 1000-LOAD-PRIORITY-RULES THRU 1000-EXIT.
021200     PERFORM 2000-CORRECT-ONE THRU 2000-EXIT
021300         UNTIL NOT WS-AGAIN.
021400     DISPLAY 'COMP3VFC: ' WS-POSTED-COUNT
021500         ' CORRECTIONS POSTED TO ' WS-CORR-DSN.
021600     DISPLAY 'COMP3VFC: CORRECTION SESSION ENDED'.
021700     STOP RUN.
021800
021900*-----------------------------------------------------------
021910* 0400-SIGN-ON - THE SUPERVISOR SIGNS ON WITH AN ID AND
021920* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
021930* OPERATOR MASTER, ACTIVE, NOT LOCKED OUT AND SUPERVISOR
021940* LEVEL.  AN OPERATOR WHO IS NOT GOES ON THE SECURITY
021950* VIOLATION LOG.  A CORRECTION GOES STRAIGHT TO THE
021960* SCHEDULING SYSTEM AND OVERRIDES WHAT THE NIGHT RUN SENT,
021970* SO NOBODY ELSE MAY POST ONE.  EVERY CORRECTION CARRIES THE
021980* ID.
022500*-----------------------------------------------------------
022600 0400-SIGN-ON.
022700     MOVE 'N' TO WS-VALID-SWITCH.
022800     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
022900         UNTIL WS-VALID-ENTRY.
023000     IF NOT WS-SIGNON-IS-SUPER
023010         SET SGNP-FUNC-VIOLATION TO TRUE
023020         MOVE 'NA' TO SGNP-EVENT
023030         CALL 'COMP3VSO' USING SIGN-PARM
023100         DISPLAY 'COMP3VFC: OPERATOR ' WS-SIGNON-ID ' IS NOT '
023200             'A SUPERVISOR - CORRECTION REFUSED'
023300         STOP RUN
023400     END-IF.
023500     DISPLAY 'SIGNED ON: ' WS-SIGNON-ID ' ' WS-SIGNON-NAME.
023600 0400-EXIT.
023700     EXIT.
023800
023810 0410-PROMPT-OPERATOR.
023820     IF WS-SIGNON-TRIES >= 3
023830         DISPLAY 'COMP3VFC: TOO MANY FAILED SIGN-ONS - SESSION '
023840             'ENDED'
023850         STOP RUN
023860     END-IF.
023870     DISPLAY 'ENTER OPERATOR ID'.
023880     ACCEPT WS-SIGNON-ID.
023890     IF WS-SIGNON-ID = SPACES
023900         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
023910         GO TO 0410-EXIT
023920     END-IF.
023930     ADD 1 TO WS-SIGNON-TRIES.
023940     DISPLAY 'ENTER PASSWORD'.
023950     ACCEPT WS-SIGNON-PASSWORD.
023960     SET SGNP-FUNC-SIGNON TO TRUE.
023970     MOVE 'COMP3VFC' TO SGNP-PROGRAM.
023980     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
023990     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
024000     MOVE SPACES TO WS-SIGNON-PASSWORD.
024010     CALL 'COMP3VSO' USING SIGN-PARM.
024020     IF SGNP-CHANGE-NEEDED
024030         DISPLAY SGNP-MESSAGE
024040         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
024050     END-IF.
024060     IF SGNP-OK
024070         SET WS-VALID-ENTRY TO TRUE
024080         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
024090         MOVE SGNP-AUTH-LEVEL TO WS-SIGNON-AUTH
024100         IF SGNP-MESSAGE NOT = SPACES
024110             DISPLAY SGNP-MESSAGE
024120         END-IF
024130     ELSE
024140         DISPLAY SGNP-MESSAGE
024150     END-IF.
024160     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
024170 0410-EXIT.
024180     EXIT.
024190
024200*-----------------------------------------------------------
024210* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
024220* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
024230* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
024240*-----------------------------------------------------------
024250 0420-CHANGE-PASSWORD.
024260     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
024270         'ONE LETTER AND ONE DIGIT)'.
024280     ACCEPT SGNP-NEW-PASSWORD.
024290     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
024300     ACCEPT WS-SIGNON-PASSWORD.
024310     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
024320         MOVE SPACES TO WS-SIGNON-PASSWORD
024330         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
024340             TO SGNP-MESSAGE
024350         SET SGNP-REFUSED TO TRUE
024360         GO TO 0420-EXIT
024370     END-IF.
024380     MOVE SPACES TO WS-SIGNON-PASSWORD.
024390     SET SGNP-FUNC-CHANGE TO TRUE.
024400     CALL 'COMP3VSO' USING SIGN-PARM.
024410 0420-EXIT.
024420     EXIT.
029000
029100*-----------------------------------------------------------
029200* 0500-GET-BUS-DATE - THE SESSION CORRECTS ONE BUSINESS
029300* DATE'S FEED.  THE DATE MUST NOT BE IN THE FUTURE AND ITS
029400* NIGHTLY FEED GENERATION MUST BE ON FILE - THERE IS NOTHING
029500* TO CORRECT FOR A NIGHT THAT NEVER FED THE SCHEDULER.
029600*-----------------------------------------------------------
029700 0500-GET-BUS-DATE.
029800     DISPLAY 'ENTER BUSINESS DATE TO CORRECT (YYYYMMDD)'.
029900     ACCEPT WS-BUS-DATE-IN.
030000     IF WS-BUS-DATE-IN IS NOT NUMERIC
030100         DISPLAY 'INVALID ENTRY - ENTER AN 8-DIGIT DATE'
030200         GO TO 0500-EXIT
030300     END-IF.
030400     MOVE WS-BUS-DATE-IN TO WS-BUS-DATE.
030500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
030600     IF WS-BUS-DATE = ZERO OR WS-BUS-DATE > WS-TODAY
030700         DISPLAY 'INVALID ENTRY - THE DATE MUST NOT BE AFTER '
030800             WS-TODAY
030900         GO TO 0500-EXIT
031000     END-IF.
031100     MOVE SPACES TO WS-SCHED-DSN.
031200     STRING 'SCHEDFEED.D' WS-BUS-DATE DELIMITED BY SIZE
031300         INTO WS-SCHED-DSN.
031400     OPEN INPUT SCHEDULE-FILE.
031500     IF WS-SCHEDULE-STATUS = '35'
031600         DISPLAY 'NO NIGHTLY FEED ' WS-SCHED-DSN ' IS ON FILE - '
031700             'NOTHING WAS FED FOR THAT DATE'
031800         GO TO 0500-EXIT
031900     END-IF.
032000     IF WS-SCHEDULE-STATUS NOT = '00'
032100         DISPLAY 'COMP3VFC: CANNOT OPEN ' WS-SCHED-DSN
032200             ', STATUS = ' WS-SCHEDULE-STATUS
032300         STOP RUN
032400     END-IF.
032500     CLOSE SCHEDULE-FILE.
032600     MOVE WS-BUS-DATE TO WS-BUS-DATE-SPLIT.
032700     MOVE SPACES TO WS-CORR-DSN.
032800     STRING 'SCHEDFEED.C' WS-BUS-DATE DELIMITED BY SIZE
032900         INTO WS-CORR-DSN.
033000     DISPLAY 'CORRECTIONS GO TO ' WS-CORR-DSN.
033100     SET WS-VALID-ENTRY TO TRUE.
033200 0500-EXIT.
033300     EXIT.
033400
033500*-----------------------------------------------------------
033600* 0800-ASSIGN-RUN-NBR - DRAW THE NEXT RUN NUMBER FROM THE
033700* RUN NUMBER FILE AND PUT THE INCREMENTED VALUE BACK.  EACH
033800* CORRECTION GETS ITS OWN, SO ITS REPLACEMENT VERDICT CAN BE
033900* TRACED (AND IN TURN SUPERSEDED) LIKE ANY OTHER RUN'S.
034000*-----------------------------------------------------------
034100 0800-ASSIGN-RUN-NBR.
034200     MOVE ZERO TO WS-CORR-NBR.
034300     OPEN INPUT RUN-NBR-FILE.
034400     IF WS-RUNNBR-STATUS = '00'
034500         READ RUN-NBR-FILE
034600             AT END
034700                 MOVE ZERO TO RUN-LAST-NBR
034800         END-READ
034900         MOVE RUN-LAST-NBR TO WS-CORR-NBR
035000         CLOSE RUN-NBR-FILE
035100     ELSE
035200         IF WS-RUNNBR-STATUS NOT = '35'
035300             DISPLAY 'COMP3VFC: CANNOT READ RUN NUMBER FILE, '
035400                 'STATUS = ' WS-RUNNBR-STATUS
035500             STOP RUN
035600         END-IF
035700     END-IF.
035800     ADD 1 TO WS-CORR-NBR.
035900     OPEN OUTPUT RUN-NBR-FILE.
036000     IF WS-RUNNBR-STATUS NOT = '00'
036100         DISPLAY 'COMP3VFC: CANNOT REWRITE RUN NUMBER FILE, '
036200             'STATUS = ' WS-RUNNBR-STATUS
036300         STOP RUN
036400     END-IF.
036500     MOVE WS-CORR-NBR TO RUN-LAST-NBR.
036600     WRITE RUN-NBR-RECORD.
036700     CLOSE RUN-NBR-FILE.
036800 0800-EXIT.
036900     EXIT.
037000
037100*-----------------------------------------------------------
037200* 1000-LOAD-PRIORITY-RULES - TABLE THE ACTIVE ROWS OF THE
037300* PRIORITY RULE FILE SO A CORRECTED TRIPLET GETS THE
037400* PRIORITY FLAG COMP3VB WOULD HAVE GIVEN IT.  A MISSING FILE
037500* MEANS THE STANDARD RULE, AS IT DOES IN COMP3VB.
037600*-----------------------------------------------------------
037700 1000-LOAD-PRIORITY-RULES.
037800     MOVE ZERO TO WS-RULE-COUNT.
037900     MOVE 'N' TO WS-EOF-SWITCH.
038000     OPEN INPUT PRIORITY-RULE-FILE.
038100     IF WS-PRIR-STATUS = '35'
038200         DISPLAY 'NO PRIORITY RULE FILE, STANDARD PRIORITY '
038300             'RULES APPLY'
038400         GO TO 1000-EXIT
038500     END-IF.
038600     IF WS-PRIR-STATUS NOT = '00'
038700         DISPLAY 'COMP3VFC: CANNOT OPEN PRIORITY RULE FILE, '
038800             'STATUS = ' WS-PRIR-STATUS
038900         STOP RUN
039000     END-IF.
039100     PERFORM 1100-READ-PRIORITY-RULE THRU 1100-EXIT.
039200     PERFORM 1200-STORE-RULE THRU 1200-EXIT
039300         UNTIL WS-EOF.
039400     CLOSE PRIORITY-RULE-FILE.
039500     DISPLAY 'PRIORITY RULE SET ' WS-RULE-SET-ID ', '
039600         WS-RULE-COUNT ' ACTIVE RULES LOADED'.
039700 1000-EXIT.
039800     EXIT.
039900
040000 1100-READ-PRIORITY-RULE.
040100     READ PRIORITY-RULE-FILE
040200         AT END
040300             SET WS-EOF TO TRUE
040400     END-READ.
040500 1100-EXIT.
040600     EXIT.
040700
040800 1200-STORE-RULE.
040900     IF PRIR-HEADER
041000         IF PRIR-RULE-SET-ID IS NUMERIC
041100             MOVE PRIR-RULE-SET-ID TO WS-RULE-SET-ID
041200         END-IF
041300         GO TO 1200-NEXT
041400     END-IF.
041500     IF NOT PRIR-RULE OR NOT PRIR-ACTIVE
041600         GO TO 1200-NEXT
041700     END-IF.
041800     IF WS-RULE-COUNT < 400
041900         ADD 1 TO WS-RULE-COUNT
042000         MOVE PRIR-DEPT TO WS-TAB-RULE-DEPT(WS-RULE-COUNT)
042100         MOVE PRIR-VERDICT-CODE
042200             TO WS-TAB-RULE-VERDICT(WS-RULE-COUNT)
042300         MOVE PRIR-PRIORITY-FLAG
042400             TO WS-TAB-RULE-PRIORITY(WS-RULE-COUNT)
042500     ELSE
042600         DISPLAY 'COMP3VFC: PRIORITY RULE FILE EXCEEDS 400 '
042700             'ENTRIES, RULE DROPPED'
042800     END-IF.
042900 1200-NEXT.
043000     PERFORM 1100-READ-PRIORITY-RULE THRU 1100-EXIT.
043100 1200-EXIT.
043200     EXIT.
043300
043400*-----------------------------------------------------------
043500* 2000-CORRECT-ONE - ONE CORRECTION TRANSACTION: FIND THE
043600* VERDICT IN FORCE FOR THE LINE, TAKE AND RE-SCORE THE
043700* CORRECTED READINGS, AND POST THE REVERSAL AND REPLACEMENT
043800* ONCE THE SUPERVISOR CONFIRMS THEM.
043900*-----------------------------------------------------------
044000 2000-CORRECT-ONE.
044100     MOVE 'N' TO WS-VALID-SWITCH.
044200     PERFORM 2100-PROMPT-LINE-ID THRU 2100-EXIT
044300         UNTIL WS-VALID-ENTRY.
044400     PERFORM 2200-FIND-CURRENT THRU 2200-EXIT.
044500     IF NOT WS-CUR-FOUND
044600         DISPLAY 'LINE ' WS-LINE-ID ' WAS NOT FED FOR '
044700             WS-BUS-DATE ' - NOTHING TO CORRECT.  A RECORD '
044800             'STILL HELD IS SIGNED OFF IN COMP3VXS.'
044900         GO TO 2000-ASK
045000     END-IF.
045100     PERFORM 2300-FIND-READING THRU 2300-EXIT.
045200     PERFORM 2400-SHOW-CURRENT THRU 2400-EXIT.
045300     MOVE 'A' TO WS-GAUGE-NAME.
045400     MOVE 'N' TO WS-VALID-SWITCH.
045500     PERFORM 2500-PROMPT-VALUE THRU 2500-EXIT
045600         UNTIL WS-VALID-ENTRY.
045700     MOVE WS-INPUT-VALUE TO WS-A.
045800     MOVE 'B' TO WS-GAUGE-NAME.
045900     MOVE 'N' TO WS-VALID-SWITCH.
046000     PERFORM 2500-PROMPT-VALUE THRU 2500-EXIT
046100         UNTIL WS-VALID-ENTRY.
046200     MOVE WS-INPUT-VALUE TO WS-B.
046300     MOVE 'C' TO WS-GAUGE-NAME.
046400     MOVE 'N' TO WS-VALID-SWITCH.
046500     PERFORM 2500-PROMPT-VALUE THRU 2500-EXIT
046600         UNTIL WS-VALID-ENTRY.
046700     MOVE WS-INPUT-VALUE TO WS-C.
046800     PERFORM 2600-EVALUATE-TRIPLET THRU 2600-EXIT.
046900     PERFORM 2650-SET-VERDICT-CODE THRU 2650-EXIT.
047000     PERFORM 2700-SET-PRIORITY THRU 2700-EXIT.
047100     DISPLAY 'CORRECTED VERDICT: ' WS-VERDICT
047200         '  CODE ' WS-VERDICT-CODE
047300         '  PRIORITY FLAG ' WS-PRIORITY-FLAG.
047400     IF WS-VERDICT-CODE = WS-CUR-VERDICT-CODE
047500         AND WS-PRIORITY-FLAG = WS-CUR-PRIORITY-FLAG
047600         DISPLAY 'VERDICT AND PRIORITY ARE UNCHANGED - THE '
047700             'CORRECTION STILL REPLACES THE READINGS'
047800     END-IF.
047900     MOVE 'N' TO WS-VALID-SWITCH.
048000     PERFORM 2800-PROMPT-REASON THRU 2800-EXIT
048100         UNTIL WS-VALID-ENTRY.
048200     MOVE 'N' TO WS-VALID-SWITCH.
048300     PERFORM 2900-PROMPT-CONFIRM THRU 2900-EXIT
048400         UNTIL WS-VALID-ENTRY.
048500     IF WS-CONFIRMED
048600         PERFORM 3000-POST-CORRECTION THRU 3000-EXIT
048700     ELSE
048800         DISPLAY 'CORRECTION ABANDONED - NOTHING WRITTEN'
048900     END-IF.
049000 2000-ASK.
049100     MOVE 'N' TO WS-VALID-SWITCH.
049200     PERFORM 2050-PROMPT-AGAIN THRU 2050-EXIT
049300         UNTIL WS-VALID-ENTRY.
049400 2000-EXIT.
049500     EXIT.
049600
049700 2050-PROMPT-AGAIN.
049800     DISPLAY 'CORRECT ANOTHER LINE FOR ' WS-BUS-DATE '? (Y/N)'.
049900     ACCEPT WS-AGAIN-SWITCH.
050000     IF WS-AGAIN-SWITCH = 'Y' OR WS-AGAIN-SWITCH = 'N'
050100         SET WS-VALID-ENTRY TO TRUE
050200     ELSE
050300         DISPLAY 'INVALID ENTRY - ANSWER Y OR N'
050400     END-IF.
050500 2050-EXIT.
050600     EXIT.
050700
050800 2100-PROMPT-LINE-ID.
050900     DISPLAY 'ENTER LINE ID TO CORRECT'.
051000     ACCEPT WS-INPUT-LINE-ID.
051100     IF WS-INPUT-LINE-ID IS NUMERIC
051200         AND WS-INPUT-LINE-NUM > ZERO
051300         MOVE WS-INPUT-LINE-NUM TO WS-LINE-ID
051400         SET WS-VALID-ENTRY TO TRUE
051500     ELSE
051600         DISPLAY 'INVALID ENTRY - ENTER A 6-DIGIT LINE ID'
051700     END-IF.
051800 2100-EXIT.
051900     EXIT.
052000
052010*-----------------------------------------------------------
052020* 2200-FIND-CURRENT - THE VERDICT IN FORCE FOR THE LINE AND
052030* DATE IS THE LAST ONE THE SCHEDULING SYSTEM WAS GIVEN: THE
052040* NIGHTLY FEED, THEN ANY RETRANSMISSION OF IT, THEN ANY
052050* INTRADAY EXPEDITE OF THE LINE ON THE DATE'S EXPEDITE FEED,
052060* THEN THE REPLACEMENT OF ANY EARLIER CORRECTION ON THE
052070* LEDGER.  THE ORIGINAL RUN NUMBER IS THE NIGHTLY FEED'S, OR
052080* THE EXPEDITE'S WHEN THE NIGHTLY FEED DID NOT CARRY THE LINE.
052090*-----------------------------------------------------------
052100 2200-FIND-CURRENT.
052110     MOVE 'N' TO WS-CUR-FOUND-SWITCH.
052120     MOVE SPACE TO WS-CUR-SOURCE.
052130     MOVE SPACES TO WS-SCHED-DSN.
052140     STRING 'SCHEDFEED.D' WS-BUS-DATE DELIMITED BY SIZE
052150         INTO WS-SCHED-DSN.
052160     PERFORM 2210-SCAN-FEED THRU 2210-EXIT.
052170     IF WS-CUR-FOUND
052180         MOVE 'D' TO WS-CUR-SOURCE
052190         MOVE WS-CUR-RUN-NBR TO WS-ORIG-RUN-NBR
052200         MOVE SPACES TO WS-SCHED-DSN
052210         STRING 'SCHEDFEED.R' WS-BUS-DATE DELIMITED BY SIZE
052220             INTO WS-SCHED-DSN
052230         MOVE 'N' TO WS-CUR-FOUND-SWITCH
052240         PERFORM 2210-SCAN-FEED THRU 2210-EXIT
052250         IF WS-CUR-FOUND
052260             MOVE 'R' TO WS-CUR-SOURCE
052270         END-IF
052280     END-IF.
052290     MOVE SPACES TO WS-SCHED-DSN.
052300     STRING 'SCHEDFEED.E' WS-BUS-DATE DELIMITED BY SIZE
052310         INTO WS-SCHED-DSN.
052320     MOVE 'N' TO WS-CUR-FOUND-SWITCH.
052330     PERFORM 2210-SCAN-FEED THRU 2210-EXIT.
052340     IF WS-CUR-FOUND
052350         IF WS-CUR-SOURCE = SPACE
052360             MOVE WS-CUR-RUN-NBR TO WS-ORIG-RUN-NBR
052370         END-IF
052380         MOVE 'E' TO WS-CUR-SOURCE
052390     END-IF.
052400     IF WS-CUR-SOURCE = SPACE
052410         GO TO 2200-EXIT
052420     END-IF.
052430     SET WS-CUR-FOUND TO TRUE.
052440     PERFORM 2250-SCAN-LEDGER THRU 2250-EXIT.
052450 2200-EXIT.
052460     EXIT.
055200
055300 2210-SCAN-FEED.
055400     MOVE 'N' TO WS-EOF-SWITCH.
055500     OPEN INPUT SCHEDULE-FILE.
055600     IF WS-SCHEDULE-STATUS = '35'
055700         GO TO 2210-EXIT
055800     END-IF.
055900     IF WS-SCHEDULE-STATUS NOT = '00'
056000         DISPLAY 'COMP3VFC: CANNOT OPEN ' WS-SCHED-DSN
056100             ', STATUS = ' WS-SCHEDULE-STATUS
056200         STOP RUN
056300     END-IF.
056400     PERFORM 2220-READ-FEED THRU 2220-EXIT.
056500     PERFORM 2230-CHECK-FEED THRU 2230-EXIT
056600         UNTIL WS-EOF.
056700     CLOSE SCHEDULE-FILE.
056800 2210-EXIT.
056900     EXIT.
057000
057100 2220-READ-FEED.
057200     READ SCHEDULE-FILE
057300         AT END
057400             SET WS-EOF TO TRUE
057500     END-READ.
057600 2220-EXIT.
057700     EXIT.
057800
057900 2230-CHECK-FEED.
058000     IF SCHED-LINE-ID = WS-LINE-ID
058100         MOVE SCHEDULE-RECORD TO WS-CUR-SCHED
058200         SET WS-CUR-FOUND TO TRUE
058300     END-IF.
058400     PERFORM 2220-READ-FEED THRU 2220-EXIT.
058500 2230-EXIT.
058600     EXIT.
058700
058800 2250-SCAN-LEDGER.
058900     MOVE 'N' TO WS-EOF-SWITCH.
059000     OPEN INPUT CORR-LEDGER-FILE.
059100     IF WS-LEDGER-STATUS = '35'
059200         GO TO 2250-EXIT
059300     END-IF.
059400     IF WS-LEDGER-STATUS NOT = '00'
059500         DISPLAY 'COMP3VFC: CANNOT OPEN CORRECTION LEDGER, '
059600             'STATUS = ' WS-LEDGER-STATUS
059700         STOP RUN
059800     END-IF.
059900     PERFORM 2260-READ-LEDGER THRU 2260-EXIT.
060000     PERFORM 2270-CHECK-LEDGER THRU 2270-EXIT
060100         UNTIL WS-EOF.
060200     CLOSE CORR-LEDGER-FILE.
060300 2250-EXIT.
060400     EXIT.
060500
060600 2260-READ-LEDGER.
060700     READ CORR-LEDGER-FILE INTO CORRECTION-RECORD
060800         AT END
060900             SET WS-EOF TO TRUE
061000     END-READ.
061100 2260-EXIT.
061200     EXIT.
061300
061400 2270-CHECK-LEDGER.
061500     IF CORR-REPLACEMENT
061600         AND CORR-BUS-DATE = WS-BUS-DATE
061700         AND CORR-LINE-ID = WS-LINE-ID
061800         MOVE CORR-SCHED-DATA TO WS-CUR-SCHED
061900         MOVE 'C' TO WS-CUR-SOURCE
062000     END-IF.
062100     PERFORM 2260-READ-LEDGER THRU 2260-EXIT.
062200 2270-EXIT.
062300     EXIT.
062400
062500*-----------------------------------------------------------
062600* 2300-FIND-READING - THE READINGS BEHIND THE VERDICT IN
062700* FORCE: THE LAST TRIPLET OR CORRECTION AUDIT RECORD FOR THE
062800* LINE UNDER THAT VERDICT'S RUN NUMBER.  THE LIVE AUDIT LOG
062900* IS SEARCHED FIRST, THEN THE ARCHIVE MONTH OF THE BUSINESS
063000* DATE.  A READING NOT FOUND IN EITHER IS REVERSED AS ZEROS.
063100*-----------------------------------------------------------
063200 2300-FIND-READING.
063300     MOVE 'N' TO WS-READING-FOUND-SWITCH.
063400     MOVE ZERO TO WS-OLD-A WS-OLD-B WS-OLD-C.
063500     MOVE SPACES TO WS-OLD-VERDICT.
063600     MOVE SPACES TO WS-AUDIT-DSN.
063700     MOVE 'AUDITLOG' TO WS-AUDIT-DSN.
063800     PERFORM 2310-SCAN-AUDIT THRU 2310-EXIT.
063900     IF WS-READING-FOUND
064000         GO TO 2300-EXIT
064100     END-IF.
064200     MOVE SPACES TO WS-AUDIT-DSN.
064300     STRING 'AUDARCH.' WS-BUS-YYYYMM DELIMITED BY SIZE
064400         INTO WS-AUDIT-DSN.
064500     PERFORM 2310-SCAN-AUDIT THRU 2310-EXIT.
064600 2300-EXIT.
064700     EXIT.
064800
064900 2310-SCAN-AUDIT.
065000     MOVE 'N' TO WS-EOF-SWITCH.
065100     OPEN INPUT AUDIT-FILE.
065200     IF WS-AUDIT-STATUS = '35'
065300         GO TO 2310-EXIT
065400     END-IF.
065500     IF WS-AUDIT-STATUS NOT = '00'
065600         DISPLAY 'COMP3VFC: CANNOT OPEN ' WS-AUDIT-DSN
065700             ', STATUS = ' WS-AUDIT-STATUS
065800         STOP RUN
065900     END-IF.
066000     PERFORM 2320-READ-AUDIT THRU 2320-EXIT.
066100     PERFORM 2330-CHECK-AUDIT THRU 2330-EXIT
066200         UNTIL WS-EOF.
066300     CLOSE AUDIT-FILE.
066400 2310-EXIT.
066500     EXIT.
066600
066700 2320-READ-AUDIT.
066800     READ AUDIT-FILE
066900         AT END
067000             SET WS-EOF TO TRUE
067100     END-READ.
067200 2320-EXIT.
067300     EXIT.
067400
067500 2330-CHECK-AUDIT.
067600     IF (AUD-TYPE-TRIPLET OR AUD-TYPE-CORRECTION)
067700         AND AUD-INSP-ID = WS-LINE-ID
067800         AND AUD-RUN-NBR = WS-CUR-RUN-NBR
067900         MOVE AUD-A TO WS-OLD-A
068000         MOVE AUD-B TO WS-OLD-B
068100         MOVE AUD-C TO WS-OLD-C
068200         MOVE AUD-VERDICT TO WS-OLD-VERDICT
068300         SET WS-READING-FOUND TO TRUE
068400     END-IF.
068500     PERFORM 2320-READ-AUDIT THRU 2320-EXIT.
068600 2330-EXIT.
068700     EXIT.
068800
068900 2400-SHOW-CURRENT.
069000     DISPLAY '----------------------'.
069100     DISPLAY 'LINE ' WS-CUR-LINE-ID ' ' WS-CUR-LINE-NAME
069200         ' DEPT ' WS-CUR-DEPT.
069300     IF WS-CUR-FROM-CORRECTION
069400         DISPLAY '   IN FORCE: EARLIER CORRECTION, RUN '
069500             WS-CUR-RUN-NBR
069600     ELSE
069610         IF WS-CUR-FROM-EXPEDITE
069620             DISPLAY '   IN FORCE: INTRADAY EXPEDITE, RUN '
069630                 WS-CUR-RUN-NBR
069640         ELSE
069650             IF WS-CUR-FROM-RETRANSMIT
069660                 DISPLAY '   IN FORCE: RETRANSMISSION, RUN '
069670                     WS-CUR-RUN-NBR
069680             ELSE
069690                 DISPLAY '   IN FORCE: NIGHTLY FEED, RUN '
069700                     WS-CUR-RUN-NBR
069710             END-IF
069720         END-IF
069730     END-IF.
070500     DISPLAY '   VERDICT CODE ' WS-CUR-VERDICT-CODE
070600         '  PRIORITY FLAG ' WS-CUR-PRIORITY-FLAG
070700         '  ORIGINAL RUN ' WS-ORIG-RUN-NBR.
070800     IF WS-READING-FOUND
070900         DISPLAY '   A ' WS-OLD-A '  B ' WS-OLD-B '  C ' WS-OLD-C
071000         DISPLAY '   VERDICT: ' WS-OLD-VERDICT
071100     ELSE
071200         DISPLAY '   READINGS NOT FOUND ON THE AUDIT LOG OR '
071300             WS-AUDIT-DSN
071400     END-IF.
071500 2400-EXIT.
071600     EXIT.
071700
071800 2500-PROMPT-VALUE.
071900     DISPLAY 'ENTER CORRECTED ' WS-GAUGE-NAME
072000         ' (9 DIGITS, LAST 2 ARE DECIMALS)'.
072100     ACCEPT WS-INPUT-BUFFER.
072200     IF WS-INPUT-BUFFER IS NUMERIC
072300         SET WS-VALID-ENTRY TO TRUE
072400     ELSE
072500         DISPLAY 'INVALID ENTRY - ENTER 9 NUMERIC DIGITS'
072600     END-IF.
072700 2500-EXIT.
072800     EXIT.
072900
073000*-----------------------------------------------------------
073100* 2600-EVALUATE-TRIPLET - SAME GREATER/EQUAL LOGIC AS THE
073200* COMP3VB BATCH COMPARATOR.
073300*-----------------------------------------------------------
073400 2600-EVALUATE-TRIPLET.
073500     IF WS-A = WS-B
073600         IF WS-B = WS-C
073700             MOVE 'ALL ARE EQUAL' TO WS-VERDICT
073800         ELSE
073900             IF WS-B > WS-C
074000                 MOVE 'A,B ARE GREATER' TO WS-VERDICT
074100             ELSE
074200                 MOVE 'C IS GREATER' TO WS-VERDICT
074300             END-IF
074400         END-IF
074500     ELSE
074600         IF WS-A > WS-B
074700             IF WS-A > WS-C
074800                 MOVE 'A IS GREATER' TO WS-VERDICT
074900             ELSE
075000                 IF WS-B >= WS-C
075100                     MOVE 'A IS GREATER' TO WS-VERDICT
075200                 ELSE
075300                     IF WS-C > WS-A
075400                         MOVE 'C IS GREATER' TO WS-VERDICT
075500                     ELSE
075600                         MOVE 'A,C ARE GREATER' TO WS-VERDICT
075700                     END-IF
075800                 END-IF
075900             END-IF
076000         ELSE
076100             IF WS-B > WS-C
076200                 MOVE 'B IS GREATER' TO WS-VERDICT
076300             ELSE
076400                 IF WS-C = WS-B
076500                     MOVE 'B,C ARE GREATER' TO WS-VERDICT
076600                 ELSE
076700                     MOVE 'C IS GREATER' TO WS-VERDICT
076800                 END-IF
076900             END-IF
077000         END-IF
077100     END-IF.
077200 2600-EXIT.
077300     EXIT.
077400
077500 2650-SET-VERDICT-CODE.
077600     IF WS-VERDICT = 'A IS GREATER'
077700         MOVE 'A1' TO WS-VERDICT-CODE
077800     ELSE
077900         IF WS-VERDICT = 'B IS GREATER'
078000             MOVE 'B1' TO WS-VERDICT-CODE
078100         ELSE
078200             IF WS-VERDICT = 'C IS GREATER'
078300                 MOVE 'C1' TO WS-VERDICT-CODE
078400             ELSE
078500                 IF WS-VERDICT = 'A,B ARE GREATER'
078600                     MOVE 'AB' TO WS-VERDICT-CODE
078700                 ELSE
078800                     IF WS-VERDICT = 'A,C ARE GREATER'
078900                         MOVE 'AC' TO WS-VERDICT-CODE
079000                     ELSE
079100                         IF WS-VERDICT = 'B,C ARE GREATER'
079200                             MOVE 'BC' TO WS-VERDICT-CODE
079300                         ELSE
079400                             MOVE 'EQ' TO WS-VERDICT-CODE
079500                         END-IF
079600                     END-IF
079700                 END-IF
079800             END-IF
079900         END-IF
080000     END-IF.
080100 2650-EXIT.
080200     EXIT.
080300
080400*-----------------------------------------------------------
080500* 2700-SET-PRIORITY - THE LINE'S OWN DEPARTMENT ROW FIRST,
080600* THEN THE PLANT-WIDE DEFAULT ROW ('*'), THEN THE STANDARD
080700* RULE, EXACTLY AS COMP3VB SETS IT.
080800*-----------------------------------------------------------
080900 2700-SET-PRIORITY.
081000     MOVE WS-CUR-DEPT TO WS-RULE-KEY-DEPT.
081100     PERFORM 2710-FIND-RULE THRU 2710-EXIT.
081200     IF WS-RULE-FOUND-IDX > ZERO
081300         MOVE WS-TAB-RULE-PRIORITY(WS-RULE-FOUND-IDX)
081400             TO WS-PRIORITY-FLAG
081500         GO TO 2700-EXIT
081600     END-IF.
081700     MOVE '*' TO WS-RULE-KEY-DEPT.
081800     PERFORM 2710-FIND-RULE THRU 2710-EXIT.
081900     IF WS-RULE-FOUND-IDX > ZERO
082000         MOVE WS-TAB-RULE-PRIORITY(WS-RULE-FOUND-IDX)
082100             TO WS-PRIORITY-FLAG
082200         GO TO 2700-EXIT
082300     END-IF.
082400     MOVE 'N' TO WS-PRIORITY-FLAG.
082500     PERFORM 2730-CHECK-STD-RULE THRU 2730-EXIT
082600         VARYING WS-STD-IDX FROM 1 BY 1
082700         UNTIL WS-STD-IDX > 7.
082800 2700-EXIT.
082900     EXIT.
083000
083100 2710-FIND-RULE.
083200     MOVE ZERO TO WS-RULE-FOUND-IDX.
083300     PERFORM 2720-CHECK-RULE THRU 2720-EXIT
083400         VARYING WS-RULE-IDX FROM 1 BY 1
083500         UNTIL WS-RULE-IDX > WS-RULE-COUNT
083600             OR WS-RULE-FOUND-IDX > ZERO.
083700 2710-EXIT.
083800     EXIT.
083900
084000 2720-CHECK-RULE.
084100     IF WS-TAB-RULE-DEPT(WS-RULE-IDX) = WS-RULE-KEY-DEPT
084200         AND WS-TAB-RULE-VERDICT(WS-RULE-IDX) = WS-VERDICT-CODE
084300         MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
084400     END-IF.
084500 2720-EXIT.
084600     EXIT.
084700
084800 2730-CHECK-STD-RULE.
084900     IF WS-STD-VERDICT(WS-STD-IDX) = WS-VERDICT-CODE
085000         MOVE WS-STD-PRIORITY(WS-STD-IDX) TO WS-PRIORITY-FLAG
085100     END-IF.
085200 2730-EXIT.
085300     EXIT.
085400
085500 2800-PROMPT-REASON.
085600     DISPLAY 'ENTER REASON FOR THE CORRECTION (UP TO 30 '
085700         'CHARACTERS)'.
085800     ACCEPT WS-REASON.
085900     IF WS-REASON = SPACES
086000         DISPLAY 'INVALID ENTRY - A REASON IS REQUIRED'
086100     ELSE
086200         SET WS-VALID-ENTRY TO TRUE
086300     END-IF.
086400 2800-EXIT.
086500     EXIT.
086600
086700 2900-PROMPT-CONFIRM.
086800     DISPLAY 'POST THE REVERSAL AND REPLACEMENT? (Y/N)'.
086900     ACCEPT WS-CONFIRM-SWITCH.
087000     IF WS-CONFIRM-SWITCH = 'Y' OR WS-CONFIRM-SWITCH = 'N'
087100         SET WS-VALID-ENTRY TO TRUE
087200     ELSE
087300         DISPLAY 'INVALID ENTRY - ANSWER Y OR N'
087400     END-IF.
087500 2900-EXIT.
087600     EXIT.
087700
087800*-----------------------------------------------------------
087900* 3000-POST-CORRECTION - DRAW THE CORRECTION'S RUN NUMBER,
088000* OPEN ALL THREE OUTPUTS BEFORE WRITING ANY OF THEM, THEN
088100* WRITE THE REVERSAL AND THE REPLACEMENT TO THE DATE'S
088200* CORRECTION FEED AND THE LEDGER, AND THE MATCHING PAIR TO
088300* THE SHARED AUDIT LOG.  ALL THREE ARE EXTENDED, NEVER
088400* REBUILT.
088500*-----------------------------------------------------------
088600 3000-POST-CORRECTION.
088700     PERFORM 0800-ASSIGN-RUN-NBR THRU 0800-EXIT.
088800     OPEN EXTEND CORR-FEED-FILE.
088900     IF WS-CORR-STATUS = '05' OR WS-CORR-STATUS = '35'
089000         OPEN OUTPUT CORR-FEED-FILE
089100     END-IF.
089200     IF WS-CORR-STATUS NOT = '00'
089300         DISPLAY 'COMP3VFC: CANNOT OPEN ' WS-CORR-DSN
089400             ', STATUS = ' WS-CORR-STATUS
089500         STOP RUN
089600     END-IF.
089700     OPEN EXTEND CORR-LEDGER-FILE.
089800     IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
089900         OPEN OUTPUT CORR-LEDGER-FILE
090000     END-IF.
090100     IF WS-LEDGER-STATUS NOT = '00'
090200         DISPLAY 'COMP3VFC: CANNOT OPEN CORRECTION LEDGER, '
090300             'STATUS = ' WS-LEDGER-STATUS
090400         STOP RUN
090500     END-IF.
090600     MOVE SPACES TO WS-AUDIT-DSN.
090700     MOVE 'AUDITLOG' TO WS-AUDIT-DSN.
090800     OPEN EXTEND AUDIT-FILE.
090900     IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
091000         OPEN OUTPUT AUDIT-FILE
091100     END-IF.
091200     IF WS-AUDIT-STATUS NOT = '00'
091300         DISPLAY 'COMP3VFC: CANNOT OPEN AUDIT LOG, STATUS = '
091400             WS-AUDIT-STATUS
091500         STOP RUN
091600     END-IF.
091700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
091800     ACCEPT WS-NOW FROM TIME.
091900     PERFORM 3100-WRITE-REVERSAL THRU 3100-EXIT.
092000     PERFORM 3200-WRITE-REPLACEMENT THRU 3200-EXIT.
092100     CLOSE CORR-FEED-FILE.
092200     CLOSE CORR-LEDGER-FILE.
092300     CLOSE AUDIT-FILE.
092400     ADD 1 TO WS-POSTED-COUNT.
092500     DISPLAY 'CORRECTION RUN ' WS-CORR-NBR ' POSTED - LINE '
092600         WS-LINE-ID ' ' WS-CUR-VERDICT-CODE '/'
092700         WS-CUR-PRIORITY-FLAG ' REPLACED BY ' WS-VERDICT-CODE
092800         '/' WS-PRIORITY-FLAG.
092900 3000-EXIT.
093000     EXIT.
093100
093110*-----------------------------------------------------------
093120* 3100-WRITE-REVERSAL - THE FEED RECORD IN FORCE, EXACTLY AS
093130* THE SCHEDULING SYSTEM WAS GIVEN IT, TO BE BACKED OUT, WITH
093140* THE FEED IT CAME FROM; AND ITS READINGS AND VERDICT ON THE
093150* AUDIT LOG.
093160*-----------------------------------------------------------
093700 3100-WRITE-REVERSAL.
093800     MOVE SPACES TO CORRECTION-RECORD.
093900     SET CORR-REVERSAL TO TRUE.
094000     MOVE WS-CUR-SCHED TO CORR-SCHED-DATA.
094010     MOVE WS-CUR-SOURCE TO CORR-SOURCE-FEED.
094100     PERFORM 3300-FILL-CORRECTION THRU 3300-EXIT.
094200     MOVE SPACES TO AUDIT-RECORD.
094300     SET AUD-TYPE-REVERSAL TO TRUE.
094400     MOVE WS-OLD-A TO AUD-A.
094500     MOVE WS-OLD-B TO AUD-B.
094600     MOVE WS-OLD-C TO AUD-C.
094700     MOVE WS-OLD-VERDICT TO AUD-VERDICT.
094800     PERFORM 3400-FILL-AUDIT THRU 3400-EXIT.
094900 3100-EXIT.
095000     EXIT.
095100
095200*-----------------------------------------------------------
095300* 3200-WRITE-REPLACEMENT - THE RE-SCORED RECORD, WITH THE
095400* SIGNED-ON SUPERVISOR AND THE CORRECTION'S RUN NUMBER IN
095500* PLACE OF THE NIGHT RUN'S; AND ITS READINGS AND VERDICT ON
095600* THE AUDIT LOG.
095700*-----------------------------------------------------------
095800 3200-WRITE-REPLACEMENT.
095900     MOVE SPACES TO CORRECTION-RECORD.
096000     SET CORR-REPLACEMENT TO TRUE.
096100     MOVE WS-CUR-SCHED TO CORR-SCHED-DATA.
096200     MOVE WS-VERDICT-CODE TO CORR-VERDICT-CODE.
096300     MOVE WS-PRIORITY-FLAG TO CORR-PRIORITY-FLAG.
096400     MOVE WS-SIGNON-ID TO CORR-OPER-ID.
096500     MOVE WS-CORR-NBR TO CORR-RUN-NBR.
096510     SET CORR-SOURCE-CORRECTION TO TRUE.
096600     PERFORM 3300-FILL-CORRECTION THRU 3300-EXIT.
096700     MOVE SPACES TO AUDIT-RECORD.
096800     SET AUD-TYPE-CORRECTION TO TRUE.
096900     MOVE WS-A TO AUD-A.
097000     MOVE WS-B TO AUD-B.
097100     MOVE WS-C TO AUD-C.
097200     MOVE WS-VERDICT TO AUD-VERDICT.
097300     PERFORM 3400-FILL-AUDIT THRU 3400-EXIT.
097400 3200-EXIT.
097500     EXIT.
097600
097700 3300-FILL-CORRECTION.
097800     MOVE WS-BUS-DATE TO CORR-BUS-DATE.
097900     MOVE WS-ORIG-RUN-NBR TO CORR-ORIG-RUN-NBR.
098000     MOVE WS-CORR-NBR TO CORR-CORR-NBR.
098100     MOVE WS-CUR-VERDICT-CODE TO CORR-PRIOR-VERDICT.
098200     MOVE WS-CUR-PRIORITY-FLAG TO CORR-PRIOR-PRIORITY.
098300     MOVE WS-TODAY TO CORR-DATE.
098400     MOVE WS-NOW TO CORR-TIME.
098500     MOVE WS-SIGNON-ID TO CORR-SUPV-ID.
098600     MOVE WS-REASON TO CORR-REASON.
098700     WRITE CORR-FEED-RECORD FROM CORRECTION-RECORD.
098800     WRITE CORR-LEDGER-RECORD FROM CORRECTION-RECORD.
098900 3300-EXIT.
099000     EXIT.
099100
099200 3400-FILL-AUDIT.
099300     MOVE WS-TODAY TO AUD-DATE.
099400     MOVE WS-NOW TO AUD-TIME.
099500     MOVE WS-LINE-ID TO AUD-INSP-ID.
099600     MOVE ZERO TO AUD-RANK-COUNT.
099700     MOVE WS-BUS-DATE TO AUD-XREF-BUS-DATE.
099800     MOVE WS-ORIG-RUN-NBR TO AUD-XREF-ORIG-RUN.
099900     MOVE WS-CUR-RUN-NBR TO AUD-XREF-SUPERSEDED-RUN.
100000     MOVE WS-REASON TO AUD-XREF-REASON.
100100     MOVE WS-SIGNON-ID TO AUD-OPER-ID.
100200     MOVE WS-CORR-NBR TO AUD-RUN-NBR.
100300     WRITE AUDIT-RECORD.
100400 3400-EXIT.
100500     EXIT.
