000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COMP3VSC.
000300 AUTHOR.         TARUNKISHORE.
000400 INSTALLATION.   LINE-INSPECTION.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  15-OCT-26  TK    INITIAL VERSION.  SHARED NIGHT-RUN STEP      *
001200*                   CONTROL, CALLED BY COMP3VED, COMP3VB,        *
001300*                   COMP3VPR, COMP3VRC, COMP3VAH AND COMP3VST AS *
001400*                   THEY START AND END, AND BY THE COMP3VNQ      *
001500*                   INQUIRY (SEE STEPPARM FOR THE FUNCTIONS).    *
001600*                   THE STEP-CONTROL FILE HOLDS ONE RECORD PER   *
001700*                   BUSINESS DATE AND STEP WITH ITS START,       *
001800*                   FINISH AND CONDITION CODE.  A STEP WHOSE     *
001900*                   PREDECESSOR NEVER RAN, DID NOT FINISH, OR    *
002000*                   ENDED WITH A CONDITION CODE ITS SUCCESSORS   *
002100*                   WILL NOT ACCEPT IS REFUSED UNLESS AN ACTIVE  *
002200*                   SUPERVISOR OVERRIDES, AND THE OVERRIDE STAYS *
002300*                   ON THE STEP'S RECORD.                        *
002310*  15-OCT-26  TK    AN OVERRIDE NOW NEEDS THE SUPERVISOR'S       *
002320*                   PASSWORD AS WELL AS THE ID, SIGNED ON        *
002330*                   THROUGH COMP3VSO; FAILURES GO ON THE         *
002340*                   SECURITY VIOLATION LOG.                      *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-STPC-STATUS.
003400
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  STEP-CONTROL-FILE
004200     RECORDING MODE IS F.
004300     COPY STEPREC.
004400
004900 WORKING-STORAGE SECTION.
005000 77  WS-STPC-STATUS                  PIC X(02).
005100     88  WS-STPC-OK                  VALUE '00'.
005200     88  WS-STPC-NOTFND              VALUE '35'.
005300 77  WS-STPC-EOF-SWITCH              PIC X(01) VALUE 'N'.
005400     88  WS-STPC-EOF                 VALUE 'Y'.
006100 77  WS-SUPV-SWITCH                  PIC X(01) VALUE 'N'.
006200     88  WS-SUPV-VALID               VALUE 'Y'.
006300
006400 77  WS-NOW-DATE                     PIC 9(08) VALUE ZERO.
006500 77  WS-NOW-TIME                     PIC 9(08) VALUE ZERO.
006600 77  WS-FIND-DATE                    PIC 9(08) VALUE ZERO.
006700 77  WS-FIND-PROGRAM                 PIC X(08) VALUE SPACES.
006800 77  WS-DEF-SEARCH                   PIC X(08) VALUE SPACES.
006900 77  WS-CC-DISP                      PIC 9(02) VALUE ZERO.
007000
007100*    THE NIGHT'S STEPS IN RUNNING ORDER.  EACH NAMES THE HIGHEST
007200*    CONDITION CODE ITS SUCCESSORS ACCEPT (THE EDIT PASS ENDS 8
007300*    WHENEVER IT HELD A REJECT AND THE RECONCILE ENDS 8 ON AN
007400*    UNACKNOWLEDGED PRIORITY RECORD - NEITHER MAKES ITS OUTPUT
007500*    UNUSABLE) AND THE ONE STEP THAT MUST HAVE FINISHED BEFORE IT
007600*    MAY START.  THE EDIT PASS STARTS THE NIGHT AND THE MORNING
007700*    STATUS JOB MUST RUN WHATEVER HAPPENED, SO NEITHER WAITS ON
007800*    ANYTHING.
007900 01  WS-STEP-DEF-VALUES.
008000     05  FILLER                      PIC X(18)
008100                                     VALUE 'COMP3VED08        '.
008200     05  FILLER                      PIC X(18)
008300                                     VALUE 'COMP3VB 04COMP3VED'.
008400     05  FILLER                      PIC X(18)
008500                                     VALUE 'COMP3VPR04COMP3VB '.
008600     05  FILLER                      PIC X(18)
008700                                     VALUE 'COMP3VRC08COMP3VB '.
008800     05  FILLER                      PIC X(18)
008900                                     VALUE 'COMP3VAH04COMP3VB '.
009000     05  FILLER                      PIC X(18)
009100                                     VALUE 'COMP3VST04        '.
009200 01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEF-VALUES.
009300     05  WS-DEF-ENTRY OCCURS 6 TIMES.
009400         10  WS-DEF-PROGRAM          PIC X(08).
009500         10  WS-DEF-MAX-CC           PIC 9(02).
009600         10  WS-DEF-PRED             PIC X(08).
009700 77  WS-DEF-IDX                      PIC 9(01) COMP VALUE ZERO.
009800 77  WS-DEF-FOUND-IDX                PIC 9(01) COMP VALUE ZERO.
009900 77  WS-OWN-DEF-IDX                  PIC 9(01) COMP VALUE ZERO.
010000
010100*    THE STEP-CONTROL FILE, IN THE ORDER THE RECORDS WERE ADDED,
010200*    SO SLOT ONE IS THE OLDEST.  SAME 80-BYTE SHAPE AS STEPREC.
010300 77  WS-STEP-COUNT                   PIC 9(03) COMP VALUE ZERO.
010400 77  WS-STEP-IDX                     PIC 9(03) COMP VALUE ZERO.
010500 77  WS-STEP-FOUND-IDX               PIC 9(03) COMP VALUE ZERO.
010600 77  WS-PRED-FOUND-IDX               PIC 9(03) COMP VALUE ZERO.
010700 01  WS-STEP-TABLE.
010800     05  WS-STEP-ENTRY OCCURS 400 TIMES.
010900         10  WS-TAB-BUS-DATE         PIC 9(08).
011000         10  WS-TAB-PROGRAM          PIC X(08).
011100         10  WS-TAB-STATUS           PIC X(01).
011200         10  WS-TAB-START-STAMP.
011300             15  WS-TAB-START-DATE   PIC 9(08).
011400             15  WS-TAB-START-TIME   PIC 9(08).
011500         10  WS-TAB-END-STAMP.
011600             15  WS-TAB-END-DATE     PIC 9(08).
011700             15  WS-TAB-END-TIME     PIC 9(08).
011800         10  WS-TAB-COND-CODE        PIC 9(02).
011900         10  WS-TAB-RUN-NBR          PIC 9(06).
012000         10  WS-TAB-ATTEMPTS         PIC 9(03).
012100         10  WS-TAB-OVERRIDE-ID      PIC X(08).
012200         10  WS-TAB-OVERRIDE-PRED    PIC X(08).
012300         10  FILLER                  PIC X(04).
012400
012410     COPY SIGNPARM.
012420
012430 LINKAGE SECTION.
012600     COPY STEPPARM.
012700
012800 PROCEDURE DIVISION USING STEP-PARM.
012900 0000-MAINLINE.
013000     SET STPP-OK TO TRUE.
013100     MOVE SPACES TO STPP-MESSAGE.
013200     IF STPP-BUS-DATE NOT NUMERIC OR STPP-BUS-DATE = ZERO
013300         MOVE 'BUSINESS DATE MISSING OR NOT NUMERIC'
013400             TO STPP-MESSAGE
013500         SET STPP-ERROR TO TRUE
013600         GO TO 0000-BACK
013700     END-IF.
013800     IF NOT STPP-FUNC-QUERY
013900         MOVE STPP-PROGRAM TO WS-DEF-SEARCH
014000         PERFORM 1000-FIND-DEF THRU 1000-EXIT
014100         IF WS-DEF-FOUND-IDX = ZERO
014200             STRING 'STEP ' STPP-PROGRAM ' IS NOT UNDER STEP '
014300                 'CONTROL' DELIMITED BY SIZE INTO STPP-MESSAGE
014400             SET STPP-ERROR TO TRUE
014500             GO TO 0000-BACK
014600         END-IF
014700         MOVE WS-DEF-FOUND-IDX TO WS-OWN-DEF-IDX
014800     END-IF.
014900     PERFORM 1100-LOAD-STEPS THRU 1100-EXIT.
015000     IF STPP-ERROR
015100         GO TO 0000-BACK
015200     END-IF.
015300     IF STPP-FUNC-CHECK
015400         PERFORM 2000-CHECK-PREDECESSOR THRU 2000-EXIT
015500     ELSE
015600         IF STPP-FUNC-START
015700             PERFORM 3000-MARK-STARTED THRU 3000-EXIT
015800         ELSE
015900             IF STPP-FUNC-FINISH
016000                 PERFORM 4000-MARK-FINISHED THRU 4000-EXIT
016100             ELSE
016200                 IF STPP-FUNC-QUERY
016300                     PERFORM 5000-QUERY-NIGHT THRU 5000-EXIT
016400                 ELSE
016500                     MOVE 'UNKNOWN STEP-CONTROL FUNCTION'
016600                         TO STPP-MESSAGE
016700                     SET STPP-ERROR TO TRUE
016800                 END-IF
016900             END-IF
017000         END-IF
017100     END-IF.
017200 0000-BACK.
017300     GOBACK.
017400
017500******************************************************************
017600*    1000-FIND-DEF - THE STEP DEFINITION FOR WS-DEF-SEARCH, IN   *
017700*    WS-DEF-FOUND-IDX (ZERO WHEN IT IS NOT ONE OF THE NIGHT'S    *
017800*    STEPS).                                                     *
017900******************************************************************
018000 1000-FIND-DEF.
018100     MOVE ZERO TO WS-DEF-FOUND-IDX.
018200     PERFORM 1010-MATCH-DEF THRU 1010-EXIT
018300         VARYING WS-DEF-IDX FROM 1 BY 1
018400         UNTIL WS-DEF-IDX > 6
018500             OR WS-DEF-FOUND-IDX > ZERO.
018600 1000-EXIT.
018700     EXIT.
018800
018900 1010-MATCH-DEF.
019000     IF WS-DEF-PROGRAM(WS-DEF-IDX) = WS-DEF-SEARCH
019100         MOVE WS-DEF-IDX TO WS-DEF-FOUND-IDX
019200     END-IF.
019300 1010-EXIT.
019400     EXIT.
019500
019600******************************************************************
019700*    1100-LOAD-STEPS - TABLE THE STEP-CONTROL FILE.  IT IS READ  *
019800*    AFRESH ON EVERY CALL: THE STEPS ARE SEPARATE JOBS AND EACH  *
019900*    MUST SEE WHAT THE ONE BEFORE IT LEFT.  NO FILE YET MEANS NO *
020000*    STEP HAS EVER RUN.                                          *
020100******************************************************************
020200 1100-LOAD-STEPS.
020300     MOVE ZERO TO WS-STEP-COUNT.
020400     MOVE 'N' TO WS-STPC-EOF-SWITCH.
020500     OPEN INPUT STEP-CONTROL-FILE.
020600     IF WS-STPC-NOTFND
020700         GO TO 1100-EXIT
020800     END-IF.
020900     IF NOT WS-STPC-OK
021000         DISPLAY 'COMP3VSC: CANNOT OPEN STEP-CONTROL FILE, '
021100             'STATUS = ' WS-STPC-STATUS
021200         MOVE 'STEP-CONTROL FILE CANNOT BE READ' TO STPP-MESSAGE
021300         SET STPP-ERROR TO TRUE
021400         GO TO 1100-EXIT
021500     END-IF.
021600     PERFORM 1110-READ-STEP THRU 1110-EXIT.
021700     PERFORM 1120-STORE-STEP THRU 1120-EXIT
021800         UNTIL WS-STPC-EOF.
021900     CLOSE STEP-CONTROL-FILE.
022000 1100-EXIT.
022100     EXIT.
022200
022300 1110-READ-STEP.
022400     READ STEP-CONTROL-FILE
022500         AT END
022600             SET WS-STPC-EOF TO TRUE
022700     END-READ.
022800 1110-EXIT.
022900     EXIT.
023000
023100 1120-STORE-STEP.
023200     IF WS-STEP-COUNT >= 400
023300         PERFORM 1300-DROP-OLDEST THRU 1300-EXIT
023400     END-IF.
023500     ADD 1 TO WS-STEP-COUNT.
023600     MOVE STEP-CONTROL-RECORD TO WS-STEP-ENTRY(WS-STEP-COUNT).
023700     PERFORM 1110-READ-STEP THRU 1110-EXIT.
023800 1120-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    1200-FIND-STEP - THE RECORD FOR WS-FIND-DATE AND            *
024300*    WS-FIND-PROGRAM, IN WS-STEP-FOUND-IDX (ZERO IF THE STEP HAS *
024400*    NEVER RUN FOR THAT DATE).                                   *
024500******************************************************************
024600 1200-FIND-STEP.
024700     MOVE ZERO TO WS-STEP-FOUND-IDX.
024800     PERFORM 1210-MATCH-STEP THRU 1210-EXIT
024900         VARYING WS-STEP-IDX FROM 1 BY 1
025000         UNTIL WS-STEP-IDX > WS-STEP-COUNT
025100             OR WS-STEP-FOUND-IDX > ZERO.
025200 1200-EXIT.
025300     EXIT.
025400
025500 1210-MATCH-STEP.
025600     IF WS-TAB-BUS-DATE(WS-STEP-IDX) = WS-FIND-DATE
025700         AND WS-TAB-PROGRAM(WS-STEP-IDX) = WS-FIND-PROGRAM
025800         MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
025900     END-IF.
026000 1210-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*    1300-DROP-OLDEST - A FULL TABLE GIVES UP ITS OLDEST RECORD  *
026500*    TO MAKE ROOM - NEVER A RECENT NIGHT, WHOSE STEPS ARE STILL  *
026600*    BEING CHECKED AGAINST.                                      *
026700******************************************************************
026800 1300-DROP-OLDEST.
026900     DISPLAY 'COMP3VSC: STEP-CONTROL FILE IS FULL, OLDEST '
027000         'RECORD DROPPED TO MAKE ROOM'.
027100     PERFORM 1310-SHIFT-ONE THRU 1310-EXIT
027200         VARYING WS-STEP-IDX FROM 1 BY 1
027300         UNTIL WS-STEP-IDX >= WS-STEP-COUNT.
027400     SUBTRACT 1 FROM WS-STEP-COUNT.
027500 1300-EXIT.
027600     EXIT.
027700
027800 1310-SHIFT-ONE.
027900     MOVE WS-STEP-ENTRY(WS-STEP-IDX + 1)
028000         TO WS-STEP-ENTRY(WS-STEP-IDX).
028100 1310-EXIT.
028200     EXIT.
028300
028400******************************************************************
028500*    2000-CHECK-PREDECESSOR - THE STEP MAY START WHEN ITS        *
028600*    PREDECESSOR FINISHED FOR THE SAME BUSINESS DATE WITH A      *
028700*    CONDITION CODE NO HIGHER THAN THE PREDECESSOR'S OWN LIMIT.  *
028800*    OTHERWISE IT IS BLOCKED - OR, WHEN THE CALLER NAMES A       *
028900*    SUPERVISOR, OVERRIDDEN OR REFUSED ON THAT SUPERVISOR'S      *
029000*    STANDING ON THE OPERATOR MASTER.                            *
029100******************************************************************
029200 2000-CHECK-PREDECESSOR.
029300     IF WS-DEF-PRED(WS-OWN-DEF-IDX) = SPACES
029400         GO TO 2000-CLEAR
029500     END-IF.
029600     MOVE WS-DEF-PRED(WS-OWN-DEF-IDX) TO WS-FIND-PROGRAM.
029700     MOVE STPP-BUS-DATE TO WS-FIND-DATE.
029800     PERFORM 1200-FIND-STEP THRU 1200-EXIT.
029900     IF WS-STEP-FOUND-IDX = ZERO
030000         STRING WS-FIND-PROGRAM ' HAS NOT RUN FOR '
030100             STPP-BUS-DATE DELIMITED BY SIZE INTO STPP-MESSAGE
030200         GO TO 2000-BLOCKED
030300     END-IF.
030400     IF WS-TAB-STATUS(WS-STEP-FOUND-IDX) NOT = 'F'
030500         STRING WS-FIND-PROGRAM ' STARTED BUT NEVER FINISHED FOR '
030600             STPP-BUS-DATE DELIMITED BY SIZE INTO STPP-MESSAGE
030700         GO TO 2000-BLOCKED
030800     END-IF.
030900     MOVE WS-FIND-PROGRAM TO WS-DEF-SEARCH.
031000     PERFORM 1000-FIND-DEF THRU 1000-EXIT.
031100     IF WS-TAB-COND-CODE(WS-STEP-FOUND-IDX) >
031200         WS-DEF-MAX-CC(WS-DEF-FOUND-IDX)
031300         MOVE WS-TAB-COND-CODE(WS-STEP-FOUND-IDX) TO WS-CC-DISP
031400         STRING WS-FIND-PROGRAM ' ENDED WITH CONDITION CODE '
031500             WS-CC-DISP ' FOR ' STPP-BUS-DATE
031600             DELIMITED BY SIZE INTO STPP-MESSAGE
031700         GO TO 2000-BLOCKED
031800     END-IF.
031900 2000-CLEAR.
032000     MOVE SPACES TO STPP-SUPV-ID.
032100     MOVE SPACES TO STPP-BLOCK-PROGRAM.
032200     SET STPP-OK TO TRUE.
032300     GO TO 2000-EXIT.
032400 2000-BLOCKED.
032500     MOVE WS-FIND-PROGRAM TO STPP-BLOCK-PROGRAM.
032600     IF STPP-SUPV-ID = SPACES
032700         SET STPP-BLOCKED TO TRUE
032800         GO TO 2000-EXIT
032900     END-IF.
033000     PERFORM 2100-CHECK-SUPERVISOR THRU 2100-EXIT.
033100     IF WS-SUPV-VALID
033200         SET STPP-OVERRIDDEN TO TRUE
033300     ELSE
033400         SET STPP-REFUSED TO TRUE
033500     END-IF.
033600 2000-EXIT.
033700     EXIT.
033800
033810*****************************************************************
033820*    2100-CHECK-SUPERVISOR - ONLY AN ACTIVE OPERATOR WITH        *
033830*    SUPERVISOR AUTHORITY MAY LET A STEP RUN PAST ITS            *
033840*    PREDECESSOR, AND ONLY ON THE ID'S OWN PASSWORD.  THE        *
033850*    SIGN-ON GOES THROUGH COMP3VSO LIKE ANY OTHER, SO A WRONG    *
033860*    PASSWORD COUNTS TOWARD THE ID'S LOCKOUT AND IS LOGGED; A    *
033870*    GOOD SIGN-ON BY A NON-SUPERVISOR IS LOGGED AS NOT           *
033880*    AUTHORIZED.  A PASSWORD DUE FOR CHANGE CANNOT BE CHANGED    *
033890*    HERE, SO IT IS A REFUSAL.                                   *
033900*****************************************************************
033910 2100-CHECK-SUPERVISOR.
033920     MOVE 'N' TO WS-SUPV-SWITCH.
033930     SET SGNP-FUNC-SIGNON TO TRUE.
033940     MOVE STPP-PROGRAM TO SGNP-PROGRAM.
033950     MOVE STPP-SUPV-ID TO SGNP-OPER-ID.
033960     MOVE STPP-SUPV-PASSWORD TO SGNP-PASSWORD.
033970     MOVE SPACES TO STPP-SUPV-PASSWORD.
033980     CALL 'COMP3VSO' USING SIGN-PARM.
033990     MOVE SPACES TO SGNP-PASSWORD.
034000     MOVE SPACES TO STPP-MESSAGE.
034010     IF SGNP-CHANGE-NEEDED
034020         STRING 'PASSWORD FOR ' STPP-SUPV-ID
034030             ' MUST BE CHANGED AT A SCREEN FIRST'
034040             DELIMITED BY SIZE INTO STPP-MESSAGE
034050         GO TO 2100-EXIT
034060     END-IF.
034070     IF NOT SGNP-OK
034080         MOVE SGNP-MESSAGE TO STPP-MESSAGE
034090         GO TO 2100-EXIT
034100     END-IF.
034110     IF NOT SGNP-AUTH-SUPER
034120         SET SGNP-FUNC-VIOLATION TO TRUE
034130         MOVE 'NA' TO SGNP-EVENT
034140         CALL 'COMP3VSO' USING SIGN-PARM
034150         STRING 'OPERATOR ' STPP-SUPV-ID ' IS NOT AN ACTIVE '
034160             'SUPERVISOR' DELIMITED BY SIZE INTO STPP-MESSAGE
034170         GO TO 2100-EXIT
034180     END-IF.
034190     SET WS-SUPV-VALID TO TRUE.
034200 2100-EXIT.
034210     EXIT.
034220
038700
038800******************************************************************
038900*    3000-MARK-STARTED - THE STEP IS UNDER WAY.  A RERUN         *
039000*    REPLACES THE DATE'S EARLIER RECORD FOR THE STEP AND COUNTS  *
039100*    ONE MORE ATTEMPT; ANY OVERRIDE THE CHECK GRANTED IS KEPT.   *
039200******************************************************************
039300 3000-MARK-STARTED.
039400     MOVE STPP-BUS-DATE TO WS-FIND-DATE.
039500     MOVE STPP-PROGRAM TO WS-FIND-PROGRAM.
039600     PERFORM 1200-FIND-STEP THRU 1200-EXIT.
039700     IF WS-STEP-FOUND-IDX = ZERO
039800         PERFORM 3100-ADD-STEP THRU 3100-EXIT
039900     END-IF.
040000     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
040100     ACCEPT WS-NOW-TIME FROM TIME.
040200     MOVE 'A' TO WS-TAB-STATUS(WS-STEP-FOUND-IDX).
040300     MOVE WS-NOW-DATE TO WS-TAB-START-DATE(WS-STEP-FOUND-IDX).
040400     MOVE WS-NOW-TIME TO WS-TAB-START-TIME(WS-STEP-FOUND-IDX).
040500     MOVE ZERO TO WS-TAB-END-DATE(WS-STEP-FOUND-IDX).
040600     MOVE ZERO TO WS-TAB-END-TIME(WS-STEP-FOUND-IDX).
040700     MOVE ZERO TO WS-TAB-COND-CODE(WS-STEP-FOUND-IDX).
040800     MOVE STPP-RUN-NBR TO WS-TAB-RUN-NBR(WS-STEP-FOUND-IDX).
040900     IF WS-TAB-ATTEMPTS(WS-STEP-FOUND-IDX) < 999
041000         ADD 1 TO WS-TAB-ATTEMPTS(WS-STEP-FOUND-IDX)
041100     END-IF.
041200     MOVE STPP-SUPV-ID TO WS-TAB-OVERRIDE-ID(WS-STEP-FOUND-IDX).
041300     MOVE STPP-BLOCK-PROGRAM
041400         TO WS-TAB-OVERRIDE-PRED(WS-STEP-FOUND-IDX).
041500     PERFORM 6000-REWRITE-STEPS THRU 6000-EXIT.
041600 3000-EXIT.
041700     EXIT.
041800
041900 3100-ADD-STEP.
042000     IF WS-STEP-COUNT >= 400
042100         PERFORM 1300-DROP-OLDEST THRU 1300-EXIT
042200     END-IF.
042300     ADD 1 TO WS-STEP-COUNT.
042400     MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IDX.
042500     MOVE SPACES TO WS-STEP-ENTRY(WS-STEP-FOUND-IDX).
042600     MOVE WS-FIND-DATE TO WS-TAB-BUS-DATE(WS-STEP-FOUND-IDX).
042700     MOVE WS-FIND-PROGRAM TO WS-TAB-PROGRAM(WS-STEP-FOUND-IDX).
042800     MOVE ZERO TO WS-TAB-START-DATE(WS-STEP-FOUND-IDX).
042900     MOVE ZERO TO WS-TAB-START-TIME(WS-STEP-FOUND-IDX).
043000     MOVE ZERO TO WS-TAB-END-DATE(WS-STEP-FOUND-IDX).
043100     MOVE ZERO TO WS-TAB-END-TIME(WS-STEP-FOUND-IDX).
043200     MOVE ZERO TO WS-TAB-COND-CODE(WS-STEP-FOUND-IDX).
043300     MOVE ZERO TO WS-TAB-RUN-NBR(WS-STEP-FOUND-IDX).
043400     MOVE ZERO TO WS-TAB-ATTEMPTS(WS-STEP-FOUND-IDX).
043500 3100-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*    4000-MARK-FINISHED - THE STEP ENDED WITH STPP-COND-CODE.  A *
044000*    STEP WITH NO START RECORD (THE FILE WAS LOST MID-NIGHT) IS  *
044100*    STILL RECORDED, WITH ITS FINISH AS ITS START.               *
044200******************************************************************
044300 4000-MARK-FINISHED.
044400     MOVE STPP-BUS-DATE TO WS-FIND-DATE.
044500     MOVE STPP-PROGRAM TO WS-FIND-PROGRAM.
044600     PERFORM 1200-FIND-STEP THRU 1200-EXIT.
044700     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
044800     ACCEPT WS-NOW-TIME FROM TIME.
044900     IF WS-STEP-FOUND-IDX = ZERO
045000         PERFORM 3100-ADD-STEP THRU 3100-EXIT
045100         MOVE WS-NOW-DATE TO WS-TAB-START-DATE(WS-STEP-FOUND-IDX)
045200         MOVE WS-NOW-TIME TO WS-TAB-START-TIME(WS-STEP-FOUND-IDX)
045300         MOVE STPP-RUN-NBR TO WS-TAB-RUN-NBR(WS-STEP-FOUND-IDX)
045400         MOVE 1 TO WS-TAB-ATTEMPTS(WS-STEP-FOUND-IDX)
045500     END-IF.
045600     MOVE 'F' TO WS-TAB-STATUS(WS-STEP-FOUND-IDX).
045700     MOVE WS-NOW-DATE TO WS-TAB-END-DATE(WS-STEP-FOUND-IDX).
045800     MOVE WS-NOW-TIME TO WS-TAB-END-TIME(WS-STEP-FOUND-IDX).
045900     MOVE STPP-COND-CODE TO WS-TAB-COND-CODE(WS-STEP-FOUND-IDX).
046000     PERFORM 6000-REWRITE-STEPS THRU 6000-EXIT.
046100 4000-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    5000-QUERY-NIGHT - EVERY STEP'S STANDING FOR THE BUSINESS   *
046600*    DATE, IN RUNNING ORDER, AND THE FIRST ONE THAT IS NOT       *
046700*    CLEAN - THE STEP TO RESTART THE NIGHT FROM.                 *
046800******************************************************************
046900 5000-QUERY-NIGHT.
047000     MOVE SPACES TO STPP-RESTART-PROGRAM.
047100     MOVE STPP-BUS-DATE TO WS-FIND-DATE.
047200     PERFORM 5100-QUERY-ONE THRU 5100-EXIT
047300         VARYING WS-DEF-IDX FROM 1 BY 1
047400         UNTIL WS-DEF-IDX > 6.
047500 5000-EXIT.
047600     EXIT.
047700
047800 5100-QUERY-ONE.
047900     MOVE SPACES TO STPP-Q-STEP(WS-DEF-IDX).
048000     MOVE WS-DEF-PROGRAM(WS-DEF-IDX)
048050         TO STPP-Q-PROGRAM(WS-DEF-IDX).
048100     MOVE ZERO TO STPP-Q-COND-CODE(WS-DEF-IDX).
048200     MOVE ZERO TO STPP-Q-START-DATE(WS-DEF-IDX).
048300     MOVE ZERO TO STPP-Q-START-TIME(WS-DEF-IDX).
048400     MOVE ZERO TO STPP-Q-END-DATE(WS-DEF-IDX).
048500     MOVE ZERO TO STPP-Q-END-TIME(WS-DEF-IDX).
048600     MOVE ZERO TO STPP-Q-RUN-NBR(WS-DEF-IDX).
048700     MOVE ZERO TO STPP-Q-ATTEMPTS(WS-DEF-IDX).
048800     MOVE WS-DEF-PROGRAM(WS-DEF-IDX) TO WS-FIND-PROGRAM.
048900     PERFORM 1200-FIND-STEP THRU 1200-EXIT.
049000     IF WS-STEP-FOUND-IDX = ZERO
049100         MOVE 'N' TO STPP-Q-STATE(WS-DEF-IDX)
049200         GO TO 5100-RESTART
049300     END-IF.
049400     MOVE WS-TAB-STATUS(WS-STEP-FOUND-IDX)
049500         TO STPP-Q-STATUS(WS-DEF-IDX).
049600     MOVE WS-TAB-COND-CODE(WS-STEP-FOUND-IDX)
049700         TO STPP-Q-COND-CODE(WS-DEF-IDX).
049800     MOVE WS-TAB-START-DATE(WS-STEP-FOUND-IDX)
049900         TO STPP-Q-START-DATE(WS-DEF-IDX).
050000     MOVE WS-TAB-START-TIME(WS-STEP-FOUND-IDX)
050100         TO STPP-Q-START-TIME(WS-DEF-IDX).
050200     MOVE WS-TAB-END-DATE(WS-STEP-FOUND-IDX)
050300         TO STPP-Q-END-DATE(WS-DEF-IDX).
050400     MOVE WS-TAB-END-TIME(WS-STEP-FOUND-IDX)
050500         TO STPP-Q-END-TIME(WS-DEF-IDX).
050600     MOVE WS-TAB-RUN-NBR(WS-STEP-FOUND-IDX)
050700         TO STPP-Q-RUN-NBR(WS-DEF-IDX).
050800     MOVE WS-TAB-ATTEMPTS(WS-STEP-FOUND-IDX)
050900         TO STPP-Q-ATTEMPTS(WS-DEF-IDX).
051000     MOVE WS-TAB-OVERRIDE-ID(WS-STEP-FOUND-IDX)
051100         TO STPP-Q-OVERRIDE-ID(WS-DEF-IDX).
051200     IF WS-TAB-STATUS(WS-STEP-FOUND-IDX) NOT = 'F'
051300         MOVE 'A' TO STPP-Q-STATE(WS-DEF-IDX)
051400         GO TO 5100-RESTART
051500     END-IF.
051600     IF WS-TAB-COND-CODE(WS-STEP-FOUND-IDX) >
051700         WS-DEF-MAX-CC(WS-DEF-IDX)
051800         MOVE 'X' TO STPP-Q-STATE(WS-DEF-IDX)
051900         GO TO 5100-RESTART
052000     END-IF.
052100     MOVE 'C' TO STPP-Q-STATE(WS-DEF-IDX).
052200     IF WS-DEF-PRED(WS-DEF-IDX) = SPACES
052300         GO TO 5100-RESTART
052400     END-IF.
052500*    A PREDECESSOR THAT FINISHED AGAIN AFTER THIS STEP STARTED
052600*    REPLACED THE OUTPUT THIS STEP RAN ON.
052700     MOVE WS-STEP-FOUND-IDX TO WS-PRED-FOUND-IDX.
052800     MOVE WS-DEF-PRED(WS-DEF-IDX) TO WS-FIND-PROGRAM.
052900     PERFORM 1200-FIND-STEP THRU 1200-EXIT.
053000     IF WS-STEP-FOUND-IDX > ZERO
053100         IF WS-TAB-END-STAMP(WS-STEP-FOUND-IDX) >
053200             WS-TAB-START-STAMP(WS-PRED-FOUND-IDX)
053300             MOVE 'S' TO STPP-Q-STATE(WS-DEF-IDX)
053400         END-IF
053500     END-IF.
053600 5100-RESTART.
053700     IF STPP-Q-STATE(WS-DEF-IDX) NOT = 'C'
053800         AND STPP-RESTART-PROGRAM = SPACES
053900         MOVE WS-DEF-PROGRAM(WS-DEF-IDX) TO STPP-RESTART-PROGRAM
054000     END-IF.
054100 5100-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*    6000-REWRITE-STEPS - PUT THE WHOLE TABLE BACK.              *
054600******************************************************************
054700 6000-REWRITE-STEPS.
054800     OPEN OUTPUT STEP-CONTROL-FILE.
054900     IF NOT WS-STPC-OK
055000         DISPLAY 'COMP3VSC: CANNOT REWRITE STEP-CONTROL FILE, '
055100             'STATUS = ' WS-STPC-STATUS
055200         MOVE 'STEP-CONTROL FILE CANNOT BE REWRITTEN'
055300             TO STPP-MESSAGE
055400         SET STPP-ERROR TO TRUE
055500         GO TO 6000-EXIT
055600     END-IF.
055700     PERFORM 6100-WRITE-STEP THRU 6100-EXIT
055800         VARYING WS-STEP-IDX FROM 1 BY 1
055900         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
056000     CLOSE STEP-CONTROL-FILE.
056100 6000-EXIT.
056200     EXIT.
056300
056400 6100-WRITE-STEP.
056500     MOVE WS-STEP-ENTRY(WS-STEP-IDX) TO STEP-CONTROL-RECORD.
056600     WRITE STEP-CONTROL-RECORD.
056700 6100-EXIT.
056800     EXIT.
