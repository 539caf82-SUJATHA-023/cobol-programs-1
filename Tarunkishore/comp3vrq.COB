000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. comp3vrq.
000300 AUTHOR. TARUNKISHORE.
000400 INSTALLATION. LINE-INSPECTION.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 15-OCT-26  TK    INITIAL VERSION.  SUPERVISOR CORRECTION
001200*                  AND RE-RELEASE OF THE FEED RECORDS THE
001300*                  SCHEDULING SYSTEM ACKNOWLEDGED BUT
001400*                  REFUSED ON LOAD, WHICH COMP3VRC QUEUES ON
001500*                  THE REJECTED-BY-SCHEDULER FILE
001600*                  (SCHEDREJ).  FOR ONE BUSINESS DATE EACH
001700*                  QUEUED RECORD IS SHOWN WITH ITS LOAD
001800*                  STATUS AND TEXT; THE SUPERVISOR CORRECTS
001900*                  THE LINE ID, VERDICT CODE OR PRIORITY
002000*                  FLAG AND RE-RELEASES IT, RE-RELEASES IT
002100*                  AS SENT, OR LEAVES IT QUEUED.
002200*                  RE-RELEASED RECORDS GO ON THAT DATE'S
002300*                  RETRANSMISSION FEED GENERATION
002400*                  (SCHEDFEED.R + BUSINESS DATE), WHICH
002500*                  COMP3VRC RECONCILES LIKE THE NIGHTLY
002600*                  FEED.  EVERY CORRECTION AND RE-RELEASE
002700*                  GOES ON THE MAINTENANCE AUDIT LOG.  ONLY
002800*                  A SUPERVISOR MAY SIGN ON.
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
002860* 15-OCT-26  TK    A REFUSED INTRADAY EXPEDITE FROM COMP3VAR
002870*                  IS SHOWN AS ONE, AND XP IS ACCEPTED AS A
002880*                  CORRECTED VERDICT CODE.
002900*-----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REJECT-QUEUE-FILE ASSIGN TO SCHEDREJ
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SREJ-STATUS.
003900
004000     SELECT SCHEDULE-FILE ASSIGN USING WS-SCHED-DSN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SCHEDULE-STATUS.
004300
004800     SELECT MAINT-FILE ASSIGN TO MAINTLOG
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-MAINT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REJECT-QUEUE-FILE
005500     RECORDING MODE IS F.
005600     COPY SREJREC.
005700
005800 FD  SCHEDULE-FILE
005900     RECORDING MODE IS F.
006000     COPY SCHEDREC.
006100
006600 FD  MAINT-FILE
006700     RECORDING MODE IS F.
006800     COPY MNTAUDIT.
006900
007000 WORKING-STORAGE SECTION.
007100    01  WS-REJ-TABLE.
007200        05  WS-REJ-ENTRY OCCURS 500 TIMES.
007300            10  WS-TAB-REJ-DATA     PIC X(150).
007400            10  WS-TAB-DECISION     PIC X(01).
007500
007600*   PRIVATE COPIES OF THE QUEUE ENTRY AND OF THE FEED RECORD
007700*   IT CARRIES, SO ONE TABLE ENTRY AT A TIME CAN BE SPREAD
007800*   INTO NAMED FIELDS FOR DISPLAY AND CORRECTION.
007900    COPY SREJREC REPLACING ==SCHED-REJECT-RECORD== BY
008000        ==WS-WORK-REJ==.
008100    COPY SCHEDREC REPLACING ==SCHEDULE-RECORD== BY
008200        ==WS-WORK-SCHED==.
008300
008400    77 WS-SREJ-STATUS PIC X(02).
008500    77 WS-SCHEDULE-STATUS PIC X(02).
008700    77 WS-MAINT-STATUS PIC X(02).
008800    77 WS-REJ-COUNT PIC 9(03) COMP VALUE ZERO.
008900    77 WS-REJ-IDX PIC 9(03) COMP VALUE ZERO.
009000    77 WS-DATE-QUEUED-COUNT PIC 9(03) COMP VALUE ZERO.
009100    77 WS-SHOWN-COUNT PIC 9(03) COMP VALUE ZERO.
009200    77 WS-RELEASE-COUNT PIC 9(03) COMP VALUE ZERO.
009300    77 WS-CORRECTED-COUNT PIC 9(03) COMP VALUE ZERO.
009400    77 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
009500       88 WS-EOF VALUE 'Y'.
009600    77 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
009700       88 WS-VALID-ENTRY VALUE 'Y'.
009800    77 WS-CHANGED-SWITCH PIC X(01) VALUE 'N'.
009900       88 WS-CHANGED VALUE 'Y'.
010000    77 WS-READY-SWITCH PIC X(01) VALUE 'N'.
010100       88 WS-READY VALUE 'Y'.
010200    77 WS-DECISION PIC X(01) VALUE SPACE.
010300       88 WS-DECISION-CORRECT VALUE 'C'.
010400       88 WS-DECISION-RELEASE VALUE 'R'.
010500       88 WS-DECISION-SKIP VALUE 'S'.
010600    77 WS-INPUT-LINE-ID PIC X(06) VALUE SPACES.
010700    77 WS-INPUT-LINE-NUM REDEFINES WS-INPUT-LINE-ID PIC 9(06).
010800    77 WS-INPUT-VERDICT PIC X(02) VALUE SPACES.
010900       88 WS-VERDICT-VALID VALUE 'A1' 'B1' 'C1' 'AB' 'AC'
011000                                 'BC' 'EQ' 'XP'.
011100    77 WS-INPUT-PRIORITY PIC X(01) VALUE SPACE.
011200       88 WS-PRIORITY-VALID VALUE 'Y' 'N'.
011300    77 WS-BUS-DATE-IN PIC X(08) VALUE SPACES.
011400    77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
011500    77 WS-TODAY PIC 9(08) VALUE ZERO.
011600    77 WS-SCHED-DSN PIC X(44) VALUE SPACES.
011700    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
011800    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
011900    77 WS-SIGNON-AUTH PIC X(01) VALUE SPACE.
012000       88 WS-SIGNON-IS-SUPER VALUE 'S'.
012010    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
012020    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
012500    77 WS-MNT-WK-KEY PIC X(10) VALUE SPACES.
012600    77 WS-MNT-WK-ACTION PIC X(01) VALUE SPACE.
012700    77 WS-MNT-WK-FIELD PIC X(10) VALUE SPACES.
012800    77 WS-MNT-WK-OLD PIC X(30) VALUE SPACES.
012900    77 WS-MNT-WK-NEW PIC X(30) VALUE SPACES.
013000    01  WS-AUDQ-TABLE.
013100        05  WS-AUDQ-ENTRY OCCURS 200 TIMES
013200                                PIC X(120).
013300    77 WS-AUDQ-COUNT PIC 9(03) COMP VALUE ZERO.
013400    77 WS-AUDQ-IDX PIC 9(03) COMP VALUE ZERO.
013410    COPY SIGNPARM.
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
013800     MOVE 'N' TO WS-VALID-SWITCH.
013900     PERFORM 0500-GET-BUS-DATE THRU 0500-EXIT
014000         UNTIL WS-VALID-ENTRY.
014100     PERFORM 0600-OPEN-MAINT-LOG THRU 0600-EXIT.
014200     PERFORM 1000-LOAD-QUEUE THRU 1000-EXIT.
014300     IF WS-DATE-QUEUED-COUNT = ZERO
014400         DISPLAY 'COMP3VRQ: NOTHING QUEUED FOR ' WS-BUS-DATE
014500         CLOSE MAINT-FILE
014600         STOP RUN
014700     END-IF.
014800     PERFORM 2000-REVIEW-ONE THRU 2000-EXIT
014900         VARYING WS-REJ-IDX FROM 1 BY 1
015000         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
015100     IF WS-CHANGED
015200         PERFORM 3000-RELEASE-AND-REWRITE THRU 3000-EXIT
015300         PERFORM 0750-FLUSH-MAINT-AUDIT THRU 0750-EXIT
015400     ELSE
015500         DISPLAY 'COMP3VRQ: NOTHING CORRECTED OR RE-RELEASED, '
015600             'QUEUE NOT REWRITTEN'
015700     END-IF.
015800     CLOSE MAINT-FILE.
015900     DISPLAY 'COMP3VRQ: CORRECTION SESSION ENDED'.
016000     STOP RUN.
016100
016200*-----------------------------------------------------------
016210* 0400-SIGN-ON - THE SUPERVISOR SIGNS ON WITH AN ID AND
016220* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
016230* OPERATOR MASTER, ACTIVE, NOT LOCKED OUT AND SUPERVISOR
016240* LEVEL.  AN OPERATOR WHO IS NOT GOES ON THE SECURITY
016250* VIOLATION LOG.  A RE-RELEASED RECORD GOES STRAIGHT TO THE
016260* SCHEDULING SYSTEM, SO NOBODY ELSE MAY CORRECT OR RELEASE
016270* ONE.  EVERY QUEUE ENTRY RE-RELEASED CARRIES THE ID.
016800*-----------------------------------------------------------
016900 0400-SIGN-ON.
017000     MOVE 'N' TO WS-VALID-SWITCH.
017100     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
017200         UNTIL WS-VALID-ENTRY.
017300     IF NOT WS-SIGNON-IS-SUPER
017310         SET SGNP-FUNC-VIOLATION TO TRUE
017320         MOVE 'NA' TO SGNP-EVENT
017330         CALL 'COMP3VSO' USING SIGN-PARM
017400         DISPLAY 'COMP3VRQ: OPERATOR ' WS-SIGNON-ID ' IS NOT '
017500             'A SUPERVISOR - CORRECTION REFUSED'
017600         STOP RUN
017700     END-IF.
017800     DISPLAY 'SIGNED ON: ' WS-SIGNON-ID ' ' WS-SIGNON-NAME.
017900 0400-EXIT.
018000     EXIT.
018100
018110 0410-PROMPT-OPERATOR.
018120     IF WS-SIGNON-TRIES >= 3
018130         DISPLAY 'COMP3VRQ: TOO MANY FAILED SIGN-ONS - SESSION '
018140             'ENDED'
018150         STOP RUN
018160     END-IF.
018170     DISPLAY 'ENTER OPERATOR ID'.
018180     ACCEPT WS-SIGNON-ID.
018190     IF WS-SIGNON-ID = SPACES
018200         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
018210         GO TO 0410-EXIT
018220     END-IF.
018230     ADD 1 TO WS-SIGNON-TRIES.
018240     DISPLAY 'ENTER PASSWORD'.
018250     ACCEPT WS-SIGNON-PASSWORD.
018260     SET SGNP-FUNC-SIGNON TO TRUE.
018270     MOVE 'COMP3VRQ' TO SGNP-PROGRAM.
018280     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
018290     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
018300     MOVE SPACES TO WS-SIGNON-PASSWORD.
018310     CALL 'COMP3VSO' USING SIGN-PARM.
018320     IF SGNP-CHANGE-NEEDED
018330         DISPLAY SGNP-MESSAGE
018340         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
018350     END-IF.
018360     IF SGNP-OK
018370         SET WS-VALID-ENTRY TO TRUE
018380         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
018390         MOVE SGNP-AUTH-LEVEL TO WS-SIGNON-AUTH
018400         IF SGNP-MESSAGE NOT = SPACES
018410             DISPLAY SGNP-MESSAGE
018420         END-IF
018430     ELSE
018440         DISPLAY SGNP-MESSAGE
018450     END-IF.
018460     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
018470 0410-EXIT.
018480     EXIT.
018490
018500*-----------------------------------------------------------
018510* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
018520* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
018530* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
018540*-----------------------------------------------------------
018550 0420-CHANGE-PASSWORD.
018560     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
018570         'ONE LETTER AND ONE DIGIT)'.
018580     ACCEPT SGNP-NEW-PASSWORD.
018590     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
018600     ACCEPT WS-SIGNON-PASSWORD.
018610     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
018620         MOVE SPACES TO WS-SIGNON-PASSWORD
018630         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
018640             TO SGNP-MESSAGE
018650         SET SGNP-REFUSED TO TRUE
018660         GO TO 0420-EXIT
018670     END-IF.
018680     MOVE SPACES TO WS-SIGNON-PASSWORD.
018690     SET SGNP-FUNC-CHANGE TO TRUE.
018700     CALL 'COMP3VSO' USING SIGN-PARM.
018710 0420-EXIT.
018720     EXIT.
023300
023400*-----------------------------------------------------------
023500* 0500-GET-BUS-DATE - THE SESSION WORKS THE RECORDS REJECTED
023600* FROM ONE BUSINESS DATE'S FEED, AND RE-RELEASES THEM ONTO
023700* THAT DATE'S RETRANSMISSION GENERATION; BLANK MEANS TODAY.
023800*-----------------------------------------------------------
023900 0500-GET-BUS-DATE.
024000     DISPLAY 'ENTER BUSINESS DATE OF THE REJECTED FEED '
024100         '(YYYYMMDD, BLANK = TODAY)'.
024200     ACCEPT WS-BUS-DATE-IN.
024300     IF WS-BUS-DATE-IN = SPACES
024400         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
024500         SET WS-VALID-ENTRY TO TRUE
024600     ELSE
024700         IF WS-BUS-DATE-IN IS NUMERIC
024800             MOVE WS-BUS-DATE-IN TO WS-BUS-DATE
024900             SET WS-VALID-ENTRY TO TRUE
025000         ELSE
025100             DISPLAY 'INVALID ENTRY - ENTER AN 8-DIGIT DATE'
025200         END-IF
025300     END-IF.
025400     IF WS-VALID-ENTRY
025500         MOVE SPACES TO WS-SCHED-DSN
025600         STRING 'SCHEDFEED.R' WS-BUS-DATE DELIMITED BY SIZE
025700             INTO WS-SCHED-DSN
025800         DISPLAY 'RE-RELEASING TO ' WS-SCHED-DSN
025900     END-IF.
026000 0500-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------
026400* 0600-OPEN-MAINT-LOG - THE MAINTENANCE AUDIT LOG IS ALWAYS
026500* EXTENDED, NEVER REBUILT; THE CHANGE HISTORY MUST
026600* ACCUMULATE ACROSS SESSIONS.
026700*-----------------------------------------------------------
026800 0600-OPEN-MAINT-LOG.
026900     OPEN EXTEND MAINT-FILE.
027000     IF WS-MAINT-STATUS = '05' OR WS-MAINT-STATUS = '35'
027100         OPEN OUTPUT MAINT-FILE
027200     END-IF.
027300     IF WS-MAINT-STATUS NOT = '00'
027400         DISPLAY 'COMP3VRQ: CANNOT OPEN MAINTENANCE AUDIT '
027500             'LOG, STATUS = ' WS-MAINT-STATUS
027600         STOP RUN
027700     END-IF.
027800 0600-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------
028200* 0700-QUEUE-MAINT-AUDIT - ONE BEFORE/AFTER IMAGE RECORD FOR
028300* ONE FIELD OF ONE QUEUED FEED RECORD, STAMPED WITH THE
028400* SIGNED-ON SUPERVISOR AND THE DATE AND TIME.  THE KEY IS
028500* THE LINE ID THE RECORD WAS REJECTED UNDER.  THE RECORD IS
028600* QUEUED AND ONLY WRITTEN ONCE THE QUEUE REWRITE AT SESSION
028700* END HAS LANDED, SO THE TRAIL NEVER SHOWS A CHANGE THE
028800* FILE NEVER TOOK.
028900*-----------------------------------------------------------
029000 0700-QUEUE-MAINT-AUDIT.
029100     MOVE SPACES TO MAINT-AUDIT-RECORD.
029200     MOVE 'SCHEDREJ' TO MNT-FILE-ID.
029300     MOVE WS-MNT-WK-KEY TO MNT-KEY.
029400     MOVE WS-MNT-WK-ACTION TO MNT-ACTION.
029500     MOVE WS-MNT-WK-FIELD TO MNT-FIELD-NAME.
029600     MOVE WS-MNT-WK-OLD TO MNT-OLD-VALUE.
029700     MOVE WS-MNT-WK-NEW TO MNT-NEW-VALUE.
029800     MOVE WS-SIGNON-ID TO MNT-OPER-ID.
029900     ACCEPT MNT-DATE FROM DATE YYYYMMDD.
030000     ACCEPT MNT-TIME FROM TIME.
030100     IF WS-AUDQ-COUNT < 200
030200         ADD 1 TO WS-AUDQ-COUNT
030300         MOVE MAINT-AUDIT-RECORD
030400             TO WS-AUDQ-ENTRY(WS-AUDQ-COUNT)
030500     ELSE
030600         DISPLAY 'COMP3VRQ: MORE THAN 200 CHANGES THIS '
030700             'SESSION, AUDIT TRAIL IS NOT COMPLETE'
030800     END-IF.
030900 0700-EXIT.
031000     EXIT.
031100
031200*-----------------------------------------------------------
031300* 0750-FLUSH-MAINT-AUDIT - THE QUEUED BEFORE/AFTER RECORDS
031400* ARE WRITTEN ONLY AFTER THE QUEUE REWRITE HAS LANDED.
031500*-----------------------------------------------------------
031600 0750-FLUSH-MAINT-AUDIT.
031700     PERFORM 0760-WRITE-ONE-AUDIT THRU 0760-EXIT
031800         VARYING WS-AUDQ-IDX FROM 1 BY 1
031900         UNTIL WS-AUDQ-IDX > WS-AUDQ-COUNT.
032000 0750-EXIT.
032100     EXIT.
032200
032300 0760-WRITE-ONE-AUDIT.
032400     MOVE WS-AUDQ-ENTRY(WS-AUDQ-IDX)
032500         TO MAINT-AUDIT-RECORD.
032600     WRITE MAINT-AUDIT-RECORD.
032700 0760-EXIT.
032800     EXIT.
032900
033000*-----------------------------------------------------------
033100* 1000-LOAD-QUEUE - READ THE WHOLE REJECTED-BY-SCHEDULER
033200* QUEUE INTO THE TABLE, EVERY ENTRY STARTING OUT LEFT AS IT
033300* IS, AND COUNT THE ENTRIES STILL WAITING FOR THE DATE.
033400*-----------------------------------------------------------
033500 1000-LOAD-QUEUE.
033600     MOVE ZERO TO WS-REJ-COUNT.
033700     MOVE ZERO TO WS-DATE-QUEUED-COUNT.
033800     OPEN INPUT REJECT-QUEUE-FILE.
033900     IF WS-SREJ-STATUS = '35'
034000         GO TO 1000-EXIT
034100     END-IF.
034200     IF WS-SREJ-STATUS NOT = '00'
034300         DISPLAY 'COMP3VRQ: CANNOT OPEN REJECT QUEUE, '
034400             'STATUS = ' WS-SREJ-STATUS
034500         STOP RUN
034600     END-IF.
034700     PERFORM 1100-READ-QUEUE THRU 1100-EXIT.
034800     PERFORM 1200-STORE-QUEUE THRU 1200-EXIT
034900         UNTIL WS-EOF.
035000     CLOSE REJECT-QUEUE-FILE.
035100     DISPLAY 'COMP3VRQ: ' WS-DATE-QUEUED-COUNT
035200         ' REJECTED RECORDS QUEUED FOR ' WS-BUS-DATE.
035300 1000-EXIT.
035400     EXIT.
035500
035600 1100-READ-QUEUE.
035700     READ REJECT-QUEUE-FILE
035800         AT END
035900             SET WS-EOF TO TRUE
036000     END-READ.
036100 1100-EXIT.
036200     EXIT.
036300
036400 1200-STORE-QUEUE.
036500     IF WS-REJ-COUNT < 500
036600         ADD 1 TO WS-REJ-COUNT
036700         MOVE SCHED-REJECT-RECORD
036800             TO WS-TAB-REJ-DATA(WS-REJ-COUNT)
036900         MOVE 'S' TO WS-TAB-DECISION(WS-REJ-COUNT)
037000         IF SREJ-BUS-DATE OF SCHED-REJECT-RECORD = WS-BUS-DATE
037050             AND SREJ-QUEUED OF SCHED-REJECT-RECORD
037100             ADD 1 TO WS-DATE-QUEUED-COUNT
037200         END-IF
037300     ELSE
037400         DISPLAY 'COMP3VRQ: MORE THAN 500 QUEUE ENTRIES - THE '
037500             'SESSION CANNOT HOLD THEM ALL, AND REWRITING '
037600             'THE FILE WOULD LOSE THE REST.  NOTHING CHANGED.'
037700         CLOSE REJECT-QUEUE-FILE
037800         CLOSE MAINT-FILE
037900         STOP RUN
038000     END-IF.
038100     PERFORM 1100-READ-QUEUE THRU 1100-EXIT.
038200 1200-EXIT.
038300     EXIT.
038400
038500*-----------------------------------------------------------
038600* 2000-REVIEW-ONE - SHOW ONE QUEUED RECORD FOR THE DATE AND
038700* TAKE THE SUPERVISOR'S DECISION FOR IT.  ENTRIES FOR OTHER
038800* DATES, AND ENTRIES ALREADY RE-RELEASED, ARE PASSED OVER.
038900*-----------------------------------------------------------
039000 2000-REVIEW-ONE.
039100     MOVE WS-TAB-REJ-DATA(WS-REJ-IDX) TO WS-WORK-REJ.
039200     IF SREJ-BUS-DATE OF WS-WORK-REJ NOT = WS-BUS-DATE
039300         OR NOT SREJ-QUEUED OF WS-WORK-REJ
039400         GO TO 2000-EXIT
039500     END-IF.
039600     MOVE SREJ-SCHED-IMAGE OF WS-WORK-REJ TO WS-WORK-SCHED.
039700     ADD 1 TO WS-SHOWN-COUNT.
039800     DISPLAY '----------------------'.
039900     DISPLAY 'REJECTED ' WS-SHOWN-COUNT ' OF '
040000         WS-DATE-QUEUED-COUNT
040100         '  LINE ' SREJ-LINE-ID OF WS-WORK-REJ
040200         ' ' SCHED-LINE-NAME OF WS-WORK-SCHED
040300         ' DEPT ' SCHED-DEPT OF WS-WORK-SCHED.
040400     DISPLAY '   LOAD STATUS ' SREJ-LOAD-STATUS OF WS-WORK-REJ
040500         ' ' SREJ-STATUS-TEXT OF WS-WORK-REJ.
040600     DISPLAY '   VERDICT CODE '
040700         SCHED-VERDICT-CODE OF WS-WORK-SCHED
040800         '  PRIORITY FLAG ' SCHED-PRIORITY-FLAG OF WS-WORK-SCHED
040900         '  RUN ' SCHED-RUN-NBR OF WS-WORK-SCHED.
041000     IF SREJ-FROM-RETRANSMIT OF WS-WORK-REJ
041100         DISPLAY '   REFUSED AGAIN ON A RETRANSMISSION'
041200     END-IF.
041210     IF SREJ-FROM-EXPEDITE OF WS-WORK-REJ
041220         DISPLAY '   AN INTRADAY EXPEDITE FROM COMP3VAR'
041230     END-IF.
041300     MOVE 'N' TO WS-VALID-SWITCH.
041400     PERFORM 2100-PROMPT-DECISION THRU 2100-EXIT
041500         UNTIL WS-VALID-ENTRY.
041600     IF WS-DECISION-SKIP
041700         GO TO 2000-EXIT
041800     END-IF.
041900     MOVE SREJ-LINE-ID OF WS-WORK-REJ TO WS-MNT-WK-KEY.
042000     IF WS-DECISION-CORRECT
042100         PERFORM 2200-CORRECT-RECORD THRU 2200-EXIT
042200     END-IF.
042300     PERFORM 2300-CHECK-READY THRU 2300-EXIT.
042400     IF WS-READY
042500         MOVE 'R' TO WS-TAB-DECISION(WS-REJ-IDX)
042600         ADD 1 TO WS-RELEASE-COUNT
042700         SET WS-CHANGED TO TRUE
042800     END-IF.
042900     MOVE WS-WORK-SCHED TO SREJ-SCHED-IMAGE OF WS-WORK-REJ.
043000     MOVE WS-WORK-REJ TO WS-TAB-REJ-DATA(WS-REJ-IDX).
043100 2000-EXIT.
043200     EXIT.
043300
043400 2100-PROMPT-DECISION.
043500     DISPLAY 'DISPOSE OF THIS RECORD:'.
043600     DISPLAY '  C - CORRECT IT AND RE-RELEASE'.
043700     DISPLAY '  R - RE-RELEASE IT AS SENT'.
043800     DISPLAY '  S - LEAVE IT ON THE QUEUE'.
043900     ACCEPT WS-DECISION.
044000     IF WS-DECISION-CORRECT OR WS-DECISION-RELEASE
044100         OR WS-DECISION-SKIP
044200         SET WS-VALID-ENTRY TO TRUE
044300     ELSE
044400         DISPLAY 'INVALID ENTRY - ENTER C, R OR S'
044500     END-IF.
044600 2100-EXIT.
044700     EXIT.
044800
044900*-----------------------------------------------------------
045000* 2200-CORRECT-RECORD - TAKE A NEW LINE ID, VERDICT CODE AND
045100* PRIORITY FLAG FOR THE RECORD; A BLANK ENTRY KEEPS THE
045200* VALUE IT WAS SENT WITH.  EACH FIELD CHANGED IS LOGGED.  A
045300* CORRECTION IS KEPT ON THE QUEUE ENTRY EVEN IF THE RECORD
045400* IS STILL NOT FIT TO RE-RELEASE.
045500*-----------------------------------------------------------
045600 2200-CORRECT-RECORD.
045700     MOVE 'C' TO WS-MNT-WK-ACTION.
045800     MOVE 'N' TO WS-VALID-SWITCH.
045900     PERFORM 2210-PROMPT-LINE-ID THRU 2210-EXIT
046000         UNTIL WS-VALID-ENTRY.
046100     IF WS-INPUT-LINE-ID NOT = SPACES
046200         AND WS-INPUT-LINE-NUM
046300             NOT = SCHED-LINE-ID OF WS-WORK-SCHED
046400         MOVE 'LINE-ID' TO WS-MNT-WK-FIELD
046500         MOVE SCHED-LINE-ID OF WS-WORK-SCHED TO WS-MNT-WK-OLD
046600         MOVE WS-INPUT-LINE-ID TO WS-MNT-WK-NEW
046700         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
046800         MOVE WS-INPUT-LINE-NUM TO SCHED-LINE-ID OF WS-WORK-SCHED
046900         SET WS-CHANGED TO TRUE
047000     END-IF.
047100     MOVE 'N' TO WS-VALID-SWITCH.
047200     PERFORM 2220-PROMPT-VERDICT THRU 2220-EXIT
047300         UNTIL WS-VALID-ENTRY.
047400     IF WS-INPUT-VERDICT NOT = SPACES
047500         AND WS-INPUT-VERDICT
047600             NOT = SCHED-VERDICT-CODE OF WS-WORK-SCHED
047700         MOVE 'VERDICT' TO WS-MNT-WK-FIELD
047800         MOVE SCHED-VERDICT-CODE OF WS-WORK-SCHED
047900             TO WS-MNT-WK-OLD
048000         MOVE WS-INPUT-VERDICT TO WS-MNT-WK-NEW
048100         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
048200         MOVE WS-INPUT-VERDICT
048300             TO SCHED-VERDICT-CODE OF WS-WORK-SCHED
048400         SET WS-CHANGED TO TRUE
048500     END-IF.
048600     MOVE 'N' TO WS-VALID-SWITCH.
048700     PERFORM 2230-PROMPT-PRIORITY THRU 2230-EXIT
048800         UNTIL WS-VALID-ENTRY.
048900     IF WS-INPUT-PRIORITY NOT = SPACE
049000         AND WS-INPUT-PRIORITY
049100             NOT = SCHED-PRIORITY-FLAG OF WS-WORK-SCHED
049200         MOVE 'PRIORITY' TO WS-MNT-WK-FIELD
049300         MOVE SCHED-PRIORITY-FLAG OF WS-WORK-SCHED
049400             TO WS-MNT-WK-OLD
049500         MOVE WS-INPUT-PRIORITY TO WS-MNT-WK-NEW
049600         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
049700         MOVE WS-INPUT-PRIORITY
049800             TO SCHED-PRIORITY-FLAG OF WS-WORK-SCHED
049900         SET WS-CHANGED TO TRUE
050000     END-IF.
050100     ADD 1 TO WS-CORRECTED-COUNT.
050200 2200-EXIT.
050300     EXIT.
050400
050500 2210-PROMPT-LINE-ID.
050600     DISPLAY 'ENTER CORRECTED LINE ID (BLANK TO KEEP '
050700         SCHED-LINE-ID OF WS-WORK-SCHED ')'.
050800     ACCEPT WS-INPUT-LINE-ID.
050900     IF WS-INPUT-LINE-ID = SPACES
051000         SET WS-VALID-ENTRY TO TRUE
051100         GO TO 2210-EXIT
051200     END-IF.
051300     IF WS-INPUT-LINE-ID IS NUMERIC
051400         AND WS-INPUT-LINE-NUM > ZERO
051500         SET WS-VALID-ENTRY TO TRUE
051600     ELSE
051700         DISPLAY 'INVALID ENTRY - ENTER A 6-DIGIT LINE ID'
051800     END-IF.
051900 2210-EXIT.
052000     EXIT.
052100
052200 2220-PROMPT-VERDICT.
052300     DISPLAY 'ENTER CORRECTED VERDICT CODE (A1, B1, C1, AB, '
052400         'AC, BC, EQ, XP - BLANK TO KEEP)'.
052500     ACCEPT WS-INPUT-VERDICT.
052600     IF WS-INPUT-VERDICT = SPACES OR WS-VERDICT-VALID
052700         SET WS-VALID-ENTRY TO TRUE
052800     ELSE
052900         DISPLAY 'INVALID ENTRY - NOT A VERDICT CODE'
053000     END-IF.
053100 2220-EXIT.
053200     EXIT.
053300
053400 2230-PROMPT-PRIORITY.
053500     DISPLAY 'ENTER CORRECTED PRIORITY FLAG Y OR N (BLANK TO '
053600         'KEEP)'.
053700     ACCEPT WS-INPUT-PRIORITY.
053800     IF WS-INPUT-PRIORITY = SPACE OR WS-PRIORITY-VALID
053900         SET WS-VALID-ENTRY TO TRUE
054000     ELSE
054100         DISPLAY 'INVALID ENTRY - ENTER Y OR N'
054200     END-IF.
054300 2230-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------
054700* 2300-CHECK-READY - A RECORD ONLY GOES BACK TO THE
054800* SCHEDULING SYSTEM WITH A LINE ID, A VERDICT CODE AND A
054900* PRIORITY FLAG IT CAN LOAD.  A RECORD QUEUED FROM A LATE
055000* ACKNOWLEDGMENT HAS NO VERDICT CODE UNTIL ONE IS KEYED.
055100*-----------------------------------------------------------
055200 2300-CHECK-READY.
055300     MOVE 'N' TO WS-READY-SWITCH.
055400     IF SCHED-LINE-ID OF WS-WORK-SCHED IS NOT NUMERIC
055500         OR SCHED-LINE-ID OF WS-WORK-SCHED = ZERO
055600         DISPLAY 'NOT RE-RELEASED - THE RECORD HAS NO VALID '
055700             'LINE ID; IT STAYS ON THE QUEUE'
055800         GO TO 2300-EXIT
055900     END-IF.
056000     MOVE SCHED-VERDICT-CODE OF WS-WORK-SCHED
056100         TO WS-INPUT-VERDICT.
056200     IF NOT WS-VERDICT-VALID
056300         DISPLAY 'NOT RE-RELEASED - THE RECORD HAS NO VALID '
056400             'VERDICT CODE; IT STAYS ON THE QUEUE'
056500         GO TO 2300-EXIT
056600     END-IF.
056700     MOVE SCHED-PRIORITY-FLAG OF WS-WORK-SCHED
056800         TO WS-INPUT-PRIORITY.
056900     IF NOT WS-PRIORITY-VALID
057000         DISPLAY 'NOT RE-RELEASED - THE RECORD HAS NO VALID '
057100             'PRIORITY FLAG; IT STAYS ON THE QUEUE'
057200         GO TO 2300-EXIT
057300     END-IF.
057400     SET WS-READY TO TRUE.
057500 2300-EXIT.
057600     EXIT.
057700
057800*-----------------------------------------------------------
057900* 3000-RELEASE-AND-REWRITE - RE-RELEASED RECORDS GO ONTO THE
058000* DATE'S RETRANSMISSION FEED AND THEIR QUEUE ENTRIES ARE
058100* MARKED RE-RELEASED, WITH THE DATE AND THE SUPERVISOR; THE
058200* WHOLE QUEUE IS WRITTEN BACK.  COMP3VRC TAKES AN ENTRY OFF
058300* THE QUEUE ONCE IT RECONCILES THE RETRANSMISSION.
058400*-----------------------------------------------------------
058500 3000-RELEASE-AND-REWRITE.
058600     IF WS-RELEASE-COUNT > ZERO
058700         OPEN EXTEND SCHEDULE-FILE
058800         IF WS-SCHEDULE-STATUS = '05' OR WS-SCHEDULE-STATUS = '35'
058900             OPEN OUTPUT SCHEDULE-FILE
059000         END-IF
059100         IF WS-SCHEDULE-STATUS NOT = '00'
059200             DISPLAY 'COMP3VRQ: CANNOT OPEN RETRANSMISSION FEED, '
059300                 'STATUS = ' WS-SCHEDULE-STATUS
059400             STOP RUN
059500         END-IF
059600     END-IF.
059700     OPEN OUTPUT REJECT-QUEUE-FILE.
059800     IF WS-SREJ-STATUS NOT = '00'
059900         DISPLAY 'COMP3VRQ: CANNOT REWRITE REJECT QUEUE, '
060000             'STATUS = ' WS-SREJ-STATUS
060100         STOP RUN
060200     END-IF.
060300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
060400     PERFORM 3100-DISPOSE-ONE THRU 3100-EXIT
060500         VARYING WS-REJ-IDX FROM 1 BY 1
060600         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
060700     IF WS-RELEASE-COUNT > ZERO
060800         CLOSE SCHEDULE-FILE
060900     END-IF.
061000     CLOSE REJECT-QUEUE-FILE.
061100     DISPLAY 'COMP3VRQ: ' WS-CORRECTED-COUNT ' CORRECTED, '
061200         WS-RELEASE-COUNT ' RE-RELEASED TO ' WS-SCHED-DSN.
061300 3000-EXIT.
061400     EXIT.
061500
061600 3100-DISPOSE-ONE.
061700     MOVE WS-TAB-REJ-DATA(WS-REJ-IDX) TO WS-WORK-REJ.
061800     IF WS-TAB-DECISION(WS-REJ-IDX) = 'R'
061900         MOVE SREJ-SCHED-IMAGE OF WS-WORK-REJ
062000             TO SCHEDULE-RECORD
062100         WRITE SCHEDULE-RECORD
062200         MOVE 'R' TO SREJ-STATE OF WS-WORK-REJ
062300         MOVE WS-TODAY TO SREJ-RELEASE-DATE OF WS-WORK-REJ
062400         MOVE WS-SIGNON-ID TO SREJ-RELEASE-SUPV OF WS-WORK-REJ
062500         MOVE SREJ-LINE-ID OF WS-WORK-REJ TO WS-MNT-WK-KEY
062600         MOVE 'C' TO WS-MNT-WK-ACTION
062700         MOVE 'STATE' TO WS-MNT-WK-FIELD
062800         MOVE 'Q' TO WS-MNT-WK-OLD
062900         MOVE 'R' TO WS-MNT-WK-NEW
063000         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
063100     END-IF.
063200     MOVE WS-WORK-REJ TO SCHED-REJECT-RECORD.
063300     WRITE SCHED-REJECT-RECORD.
063400 3100-EXIT.
063500     EXIT.
