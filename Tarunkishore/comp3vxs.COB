002284*                  HELD: A NEAR-TIE MARGIN, OR A DAY-OVER-DAY
002286*                  VARIANCE SWING CAUGHT BY THE NEW COMP3VB
002288*                  PRIOR-DAY COMPARISON.
002289* 15-OCT-26  TK    EVERY DECISION IS NOW WRITTEN TO A
002290*                  PERMANENT SIGN-OFF JOURNAL (SIGNJRNL):
002291*                  THE HELD RECORD AS IT STOOD, THE
002292*                  DECISION, THE SIGNED-ON SUPERVISOR, THE
002293*                  DATE AND TIME AND THE FEED DATE.  RECORDS
002294*                  LEFT HELD ARE JOURNALED TOO.  AN OVERRIDE
002295*                  NOW NEEDS A REASON CODE BEFORE IT IS
002296*                  ACCEPTED.  THE WEEKLY SIGN-OFF REPORT
002297*                  (COMP3VSR) READS THE JOURNAL.
002300* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
002305*                  PASSWORD AND GOES THROUGH COMP3VSO, WHICH
002310*                  LOCKS THE ID AFTER REPEATED FAILURES AND
002315*                  LOGS EVERY FAILED ATTEMPT.  A TEMPORARY
002320*                  OR EXPIRED PASSWORD MUST BE CHANGED
002325*                  BEFORE THE SESSION GOES ON.  AN OPERATOR
002330*                  REFUSED BECAUSE THE ID IS NOT SUPERVISOR
002335*                  LEVEL GOES ON THE SECURITY VIOLATION LOG.
002340*                  THE OPERATOR MASTER IS NO LONGER READ
002345*                  HERE.
002350*-----------------------------------------------------------
002355 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SCHEDULE-STATUS.
003510
003560     SELECT JOURNAL-FILE ASSIGN TO SIGNJRNL
003570         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS WS-JRNL-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004400     RECORDING MODE IS F.
004500     COPY SCHEDREC.
004510
004560 FD  JOURNAL-FILE
004570     RECORDING MODE IS F.
004580     COPY SGNJREC.
004600
004700 WORKING-STORAGE SECTION.
004800    01  WS-EXCP-TABLE.
004900        05  WS-EXCP-ENTRY OCCURS 200 TIMES.
004910            10  WS-TAB-EXCP-DATA    PIC X(148).
004920            10  WS-TAB-DECISION     PIC X(01).
004930            10  WS-TAB-REASON       PIC X(02).
005200
005300*   A PRIVATE COPY OF THE EXCEPTION LAYOUT, SO ONE TABLE ENTRY
005400*   AT A TIME CAN BE SPREAD INTO NAMED FIELDS FOR DISPLAY.
005500    COPY EXCPREC REPLACING ==EXCEPTION-RECORD== BY
005550        ==WS-WORK-EXCP==.
005560*   A SECOND COPY KEEPS THE RECORD AS THE BATCH RUN HELD IT,
005570*   BEFORE ANY OVERRIDE, FOR THE SIGN-OFF JOURNAL.
005580    COPY EXCPREC REPLACING ==EXCEPTION-RECORD== BY
005590        ==WS-HELD-EXCP==.
005600
005700    77 WS-EXCP-STATUS PIC X(02).
005800    77 WS-SCHEDULE-STATUS PIC X(02).
007110    77 WS-SCHED-DSN PIC X(44) VALUE SPACES.
007120    77 WS-BUS-DATE-IN PIC X(08) VALUE SPACES.
007130    77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
007150    77 WS-OPER-ID PIC X(08) VALUE SPACES.
007160    77 WS-OPER-NAME PIC X(20) VALUE SPACES.
007170    77 WS-OPER-AUTH PIC X(01) VALUE SPACE.
007172       88 WS-OPER-IS-SUPER VALUE 'S'.
007175    77 WS-OPER-PASSWORD PIC X(08) VALUE SPACES.
007180    77 WS-OPER-TRIES PIC 9(01) VALUE ZERO.
007184    77 WS-JRNL-STATUS PIC X(02).
007186    77 WS-JOURNAL-COUNT PIC 9(03) COMP VALUE ZERO.
007188    77 WS-REASON-CODE PIC X(02) VALUE SPACES.
007190       88 WS-REASON-VALID VALUE 'GR' 'PK' 'CO' 'MW' 'QA' 'OT'.
007195    COPY SIGNPARM.
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
007310     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
008400     STOP RUN.
008401
008402*-----------------------------------------------------------
008403* 0400-SIGN-ON - THE SUPERVISOR SIGNS ON WITH AN ID AND
008404* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
008405* OPERATOR MASTER, ACTIVE, NOT LOCKED OUT AND SUPERVISOR
008406* LEVEL.  AN OPERATOR WHO IS NOT GOES ON THE SECURITY
008407* VIOLATION LOG.  NOTHING IS RELEASED ONTO THE FEED WITHOUT
008408* A SUPERVISOR SIGNED ON.
008409*-----------------------------------------------------------
008410 0400-SIGN-ON.
008411     MOVE 'N' TO WS-VALID-SWITCH.
008412     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
008413         UNTIL WS-VALID-ENTRY.
008414     IF NOT WS-OPER-IS-SUPER
008415         SET SGNP-FUNC-VIOLATION TO TRUE
008416         MOVE 'NA' TO SGNP-EVENT
008417         CALL 'COMP3VSO' USING SIGN-PARM
008418         DISPLAY 'COMP3VXS: OPERATOR ' WS-OPER-ID ' IS NOT '
008419             'A SUPERVISOR - SIGN-OFF SESSION REFUSED'
008420         STOP RUN
008421     END-IF.
008422     DISPLAY 'SIGNED ON: ' WS-OPER-ID ' ' WS-OPER-NAME.
008423 0400-EXIT.
008424     EXIT.
008425
008426 0410-PROMPT-OPERATOR.
008427     IF WS-OPER-TRIES >= 3
008428         DISPLAY 'COMP3VXS: TOO MANY FAILED SIGN-ONS - SESSION '
008429             'ENDED'
008430         STOP RUN
008431     END-IF.
008432     DISPLAY 'ENTER OPERATOR ID'.
008433     ACCEPT WS-OPER-ID.
008434     IF WS-OPER-ID = SPACES
008435         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
008436         GO TO 0410-EXIT
008437     END-IF.
008438     ADD 1 TO WS-OPER-TRIES.
008439     DISPLAY 'ENTER PASSWORD'.
008440     ACCEPT WS-OPER-PASSWORD.
008441     SET SGNP-FUNC-SIGNON TO TRUE.
008442     MOVE 'COMP3VXS' TO SGNP-PROGRAM.
008443     MOVE WS-OPER-ID TO SGNP-OPER-ID.
008444     MOVE WS-OPER-PASSWORD TO SGNP-PASSWORD.
008445     MOVE SPACES TO WS-OPER-PASSWORD.
008446     CALL 'COMP3VSO' USING SIGN-PARM.
008447     IF SGNP-CHANGE-NEEDED
008448         DISPLAY SGNP-MESSAGE
008449         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
008450     END-IF.
008451     IF SGNP-OK
008452         SET WS-VALID-ENTRY TO TRUE
008453         MOVE SGNP-OPER-NAME TO WS-OPER-NAME
008454         MOVE SGNP-AUTH-LEVEL TO WS-OPER-AUTH
008455         IF SGNP-MESSAGE NOT = SPACES
008456             DISPLAY SGNP-MESSAGE
008457         END-IF
008458     ELSE
008459         DISPLAY SGNP-MESSAGE
008460     END-IF.
008461     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
008462 0410-EXIT.
008463     EXIT.
008464
008465*-----------------------------------------------------------
008466* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
008467* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
008468* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
008469*-----------------------------------------------------------
008470 0420-CHANGE-PASSWORD.
008471     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
008472         'ONE LETTER AND ONE DIGIT)'.
008473     ACCEPT SGNP-NEW-PASSWORD.
008474     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
008475     ACCEPT WS-OPER-PASSWORD.
008476     IF WS-OPER-PASSWORD NOT = SGNP-NEW-PASSWORD
008477         MOVE SPACES TO WS-OPER-PASSWORD
008478         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
008479             TO SGNP-MESSAGE
008480         SET SGNP-REFUSED TO TRUE
008481         GO TO 0420-EXIT
008482     END-IF.
008483     MOVE SPACES TO WS-OPER-PASSWORD.
008484     SET SGNP-FUNC-CHANGE TO TRUE.
008485     CALL 'COMP3VSO' USING SIGN-PARM.
008486 0420-EXIT.
008487     EXIT.
008488
008527*-----------------------------------------------------------
008528* 0500-GET-BUS-DATE - THE RELEASED RECORDS GO ONTO THE FEED
008530* GENERATION FOR ONE BUSINESS DATE; BLANK MEANS TODAY.
015100     MOVE 'N' TO WS-VALID-SWITCH.
015200     PERFORM 2100-PROMPT-DECISION THRU 2100-EXIT
015300         UNTIL WS-VALID-ENTRY.
015310     MOVE WS-DECISION TO WS-TAB-DECISION(WS-EXCP-IDX).
015320     MOVE SPACES TO WS-TAB-REASON(WS-EXCP-IDX).
015330     IF WS-DECISION-OVERRIDE
015340         MOVE 'N' TO WS-VALID-SWITCH
015350         PERFORM 2200-PROMPT-REASON THRU 2200-EXIT
015360             UNTIL WS-VALID-ENTRY
015370         MOVE WS-REASON-CODE TO WS-TAB-REASON(WS-EXCP-IDX)
015380     END-IF.
015500 2000-EXIT.
015600     EXIT.
015700
016900     END-IF.
017000 2100-EXIT.
017100     EXIT.
017102
017104*-----------------------------------------------------------
017106* 2200-PROMPT-REASON - AN OVERRIDE GOES AGAINST THE BATCH
017108* RUN'S CALL, SO IT IS NOT TAKEN WITHOUT A REASON CODE FOR
017110* THE SIGN-OFF JOURNAL.
017112*-----------------------------------------------------------
017114 2200-PROMPT-REASON.
017116     DISPLAY 'REASON FOR THE OVERRIDE:'.
017118     DISPLAY '  GR - GAUGE READING SUSPECT'.
017120     DISPLAY '  PK - PRODUCTION KNOWLEDGE OF THE LINE'.
017122     DISPLAY '  CO - CUSTOMER ORDER COMMITMENT'.
017124     DISPLAY '  MW - MAINTENANCE WINDOW'.
017126     DISPLAY '  QA - QUALITY DEPARTMENT DIRECTION'.
017128     DISPLAY '  OT - OTHER'.
017130     ACCEPT WS-REASON-CODE.
017132     IF WS-REASON-VALID
017134         SET WS-VALID-ENTRY TO TRUE
017136     ELSE
017138         DISPLAY 'INVALID ENTRY - AN OVERRIDE NEEDS ONE OF '
017140             'THE REASON CODES LISTED'
017142     END-IF.
017144 2200-EXIT.
017146     EXIT.
017200
017300*-----------------------------------------------------------
017400* 3000-RELEASE-AND-REWRITE - APPROVED AND OVERRIDDEN RECORDS
017500* GO ONTO THE SCHEDULE FEED (AN OVERRIDE FLIPS THE PRIORITY
017600* FLAG THE BATCH RUN COMPUTED); WHATEVER IS STILL HELD IS
017700* WRITTEN BACK AS THE NEW EXCEPTION FILE.
017710* EVERY DECISION, RELEASED OR LEFT HELD, GOES ON THE SIGN-OFF
017720* JOURNAL AS THE RECORD IS DISPOSED OF.
017800*-----------------------------------------------------------
017900 3000-RELEASE-AND-REWRITE.
018000     OPEN EXTEND SCHEDULE-FILE.
019200             'STATUS = ' WS-EXCP-STATUS
019300         STOP RUN
019400     END-IF.
019410     OPEN EXTEND JOURNAL-FILE.
019420     IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
019430         OPEN OUTPUT JOURNAL-FILE
019440     END-IF.
019450     IF WS-JRNL-STATUS NOT = '00'
019460         DISPLAY 'COMP3VXS: CANNOT OPEN SIGN-OFF JOURNAL, '
019470             'STATUS = ' WS-JRNL-STATUS
019480         STOP RUN
019490     END-IF.
019500     PERFORM 3100-DISPOSE-ONE THRU 3100-EXIT
019600         VARYING WS-EXCP-IDX FROM 1 BY 1
019700         UNTIL WS-EXCP-IDX > WS-EXCP-COUNT.
019710     CLOSE SCHEDULE-FILE
019720           EXCEPTION-FILE
019730           JOURNAL-FILE.
019740     DISPLAY 'COMP3VXS: ' WS-RELEASE-COUNT ' RELEASED, '
019750         WS-STILL-HELD-COUNT ' STILL HELD, '
019760         WS-JOURNAL-COUNT ' JOURNALED'.
020200 3000-EXIT.
020300     EXIT.
020400
020900         MOVE SPACES TO EXCEPTION-RECORD
021000         MOVE WS-WORK-EXCP TO EXCEPTION-RECORD
021100         WRITE EXCEPTION-RECORD
021110         PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT
021200         GO TO 3100-EXIT
021300     END-IF.
021400     ADD 1 TO WS-RELEASE-COUNT.
023550     MOVE EXCP-SUPERVISOR OF WS-WORK-EXCP
023560         TO SCHED-SUPERVISOR.
023600     WRITE SCHEDULE-RECORD.
023610     PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT.
023700 3100-EXIT.
023800     EXIT.
023810
023820*-----------------------------------------------------------
023830* 3200-WRITE-JOURNAL - ONE SIGN-OFF JOURNAL RECORD FOR THE
023840* RECORD JUST DISPOSED OF: THE HELD RECORD AS THE BATCH RUN
023850* WROTE IT, THE DECISION AND REASON, THE PRIORITY FLAG IT
023860* LEFT WITH, AND WHO SIGNED IT OFF, WHEN.
023870*-----------------------------------------------------------
023880 3200-WRITE-JOURNAL.
023890     MOVE WS-TAB-EXCP-DATA(WS-EXCP-IDX) TO WS-HELD-EXCP.
023900     MOVE SPACES TO SIGNOFF-JOURNAL-RECORD.
023910     ACCEPT SGNJ-SIGNOFF-DATE FROM DATE YYYYMMDD.
023920     ACCEPT SGNJ-SIGNOFF-TIME FROM TIME.
023930     MOVE WS-OPER-ID TO SGNJ-SUPV-ID.
023940     MOVE WS-TAB-DECISION(WS-EXCP-IDX) TO SGNJ-DECISION.
023950     MOVE WS-TAB-REASON(WS-EXCP-IDX) TO SGNJ-REASON-CODE.
023960     MOVE WS-BUS-DATE TO SGNJ-FEED-DATE.
023970     MOVE EXCP-PRIORITY-FLAG OF WS-WORK-EXCP
023980         TO SGNJ-RELEASED-PRIORITY.
023990     MOVE EXCP-LINE-ID OF WS-HELD-EXCP TO SGNJ-LINE-ID.
024000     MOVE EXCP-VERDICT-CODE OF WS-HELD-EXCP
024010         TO SGNJ-VERDICT-CODE.
024020     MOVE EXCP-PRIORITY-FLAG OF WS-HELD-EXCP
024030         TO SGNJ-PRIORITY-FLAG.
024040     MOVE EXCP-LINE-NAME OF WS-HELD-EXCP TO SGNJ-LINE-NAME.
024050     MOVE EXCP-DEPT OF WS-HELD-EXCP TO SGNJ-DEPT.
024060     MOVE EXCP-A OF WS-HELD-EXCP TO SGNJ-A.
024070     MOVE EXCP-B OF WS-HELD-EXCP TO SGNJ-B.
024080     MOVE EXCP-C OF WS-HELD-EXCP TO SGNJ-C.
024090     MOVE EXCP-MARGIN OF WS-HELD-EXCP TO SGNJ-MARGIN.
024100     MOVE EXCP-MARGIN-PCT OF WS-HELD-EXCP
024110         TO SGNJ-MARGIN-PCT.
024120     MOVE EXCP-VERDICT OF WS-HELD-EXCP TO SGNJ-VERDICT.
024130     MOVE EXCP-OPER-ID OF WS-HELD-EXCP TO SGNJ-OPER-ID.
024140     MOVE EXCP-RUN-NBR OF WS-HELD-EXCP TO SGNJ-RUN-NBR.
024150     MOVE EXCP-SUPERVISOR OF WS-HELD-EXCP
024160         TO SGNJ-SUPERVISOR.
024170     MOVE EXCP-HOLD-REASON OF WS-HELD-EXCP
024180         TO SGNJ-HOLD-REASON.
024190     IF EXCP-HOLD-DATE OF WS-HELD-EXCP IS NUMERIC
024200         MOVE EXCP-HOLD-DATE OF WS-HELD-EXCP
024210             TO SGNJ-HOLD-DATE
024220     ELSE
024230         MOVE ZERO TO SGNJ-HOLD-DATE
024240     END-IF.
024250     WRITE SIGNOFF-JOURNAL-RECORD.
024260     ADD 1 TO WS-JOURNAL-COUNT.
024270 3200-EXIT.
024280     EXIT.
