013509*                   SUPERVISOR'S FORCE, SO THE RECYCLE           *
013510*                   GENERATION CANNOT BE SCORED TWICE ONTO THE   *
013511*                   NIGHT'S FEED.                                *
013520*  15-OCT-26  TK    EACH HELD EXCEPTION RECORD NOW CARRIES THE   *
013530*                   BUSINESS DATE OF THE RUN THAT HELD IT, SO    *
013540*                   THE COMP3VXS SIGN-OFF JOURNAL AND THE WEEKLY *
013550*                   SIGN-OFF REPORT (COMP3VSR) CAN SHOW HOW LONG *
013560*                   A RECORD SAT HELD BEFORE A SUPERVISOR SIGNED *
013570*                   IT OFF.                                      *
013571*  15-OCT-26  TK    THE VERDICT-TO-PRIORITY MAPPING IS NO LONGER *
013572*                   HARD-CODED IN 2700-WRITE-SCHEDULE.  THE      *
013573*                   PRIORITY FLAG NOW COMES FROM THE PRIORITY    *
013574*                   RULE FILE (PRIRULE, MAINTAINED IN COMP3VPM)  *
013575*                   KEYED BY DEPARTMENT AND VERDICT CODE,        *
013576*                   FALLING BACK TO THE PLANT-WIDE DEFAULT ROW   *
013577*                   AND THEN TO THE STANDARD RULE (PRIORITY WHEN *
013578*                   A WINS OR TIES FOR THE WIN).  A MISSING RULE *
013579*                   FILE SCORES EXACTLY AS BEFORE.  THE RULE-SET *
013580*                   NUMBER IN EFFECT IS STAMPED ON THE STATUS    *
013581*                   RECORD.                                      *
013582*  15-OCT-26  TK    A LIVE RUN NOW CHECKS THE NIGHT-RUN          *
013583*                   STEP-CONTROL FILE (COMP3VSC) BEFORE DRAWING  *
013584*                   A RUN NUMBER: COMP3VED MUST HAVE FINISHED    *
013585*                   CLEANLY FOR THE SAME BUSINESS DATE, OR THE   *
013586*                   RUN IS REFUSED UNLESS THE NEXT SYSIN LINE    *
013587*                   READS OVERRIDE AND THE SIGNED-ON OPERATOR IS *
013588*                   A SUPERVISOR.  THE RUN'S START, FINISH AND   *
013589*                   RETURN CODE ARE RECORDED THERE FOR THE STEPS *
013590*                   THAT FOLLOW.  TRIAL AND SUPPLEMENTAL RUNS    *
013591*                   ARE NOT STEP-CONTROLLED.                     *
013595*  15-OCT-26  TK    THE SIGN-ON LINE IS NOW OPERATOR ID,         *
013600*                   PASSWORD, THEN THE RUN MODE AS BEFORE.       *
013605*                   COMP3VSO CHECKS THE PASSWORD, LOCKS THE ID   *
013610*                   AFTER REPEATED FAILURES AND LOGS EVERY       *
013615*                   FAILED ATTEMPT; A TEMPORARY OR EXPIRED       *
013620*                   PASSWORD REFUSES THE RUN UNTIL IT IS CHANGED *
013622*                   AT A SCREEN.  THE OPERATOR MASTER IS NO      *
013624*                   LONGER READ HERE.  AN OVERRIDE PASSES THE    *
013626*                   SUPERVISOR'S PASSWORD ON TO THE STEP CHECK.  *
013635******************************************************************
013640 ENVIRONMENT DIVISION.
013645 CONFIGURATION SECTION.
013700 SOURCE-COMPUTER.    IBM-370.
013800 OBJECT-COMPUTER.    IBM-370.
013900 INPUT-OUTPUT SECTION.
017184     SELECT STATUS-FILE ASSIGN TO STATFILE
017186         ORGANIZATION IS LINE SEQUENTIAL
017188         FILE STATUS IS WS-STAT-STATUS.
017190
017192     SELECT PRIORITY-RULE-FILE ASSIGN TO PRIRULE
017194         ORGANIZATION IS LINE SEQUENTIAL
017196         FILE STATUS IS WS-PRIR-STATUS.
017200
017300     SELECT BALANCE-FILE ASSIGN USING WS-BAL-DSN
017400         ORGANIZATION IS LINE SEQUENTIAL
017500         FILE STATUS IS WS-BALANCE-STATUS.
017600
018100     SELECT RUN-NBR-FILE ASSIGN TO RUNNBR
018200         ORGANIZATION IS LINE SEQUENTIAL
018300         FILE STATUS IS WS-RUNNBR-STATUS.
023684     RECORDING MODE IS F.
023686     COPY STATREC.
023688
023690 FD  PRIORITY-RULE-FILE
023692     RECORDING MODE IS F.
023694     COPY PRIRREC.
023696
024100 FD  RUN-NBR-FILE
024200     RECORDING MODE IS F.
024300 01  RUN-NBR-RECORD.
030600     05  WS-BAL-RPT-ID               PIC X(06).
030700     05  FILLER                      PIC X(121).
030750     05  WS-BAL-RPT-RUN              PIC X(06).
031000 77  WS-RUNNBR-STATUS                PIC X(02).
031100     88  WS-RUNNBR-OK                VALUE '00'.
031200     88  WS-RUNNBR-NOTFND            VALUE '35'.
031400 77  WS-OPER-NAME                    PIC X(20) VALUE SPACES.
031410 77  WS-OPER-AUTH                    PIC X(01) VALUE SPACE.
031420     88  WS-OPER-IS-SUPER            VALUE 'S'.
031430 77  WS-OPER-PASSWORD                PIC X(08) VALUE SPACES.
031500 77  WS-RUN-NBR                      PIC 9(06) VALUE ZERO.
032000 77  WS-MARKER-TEXT                  PIC X(20) VALUE SPACES.
032100 77  WS-RCTL-STATUS                  PIC X(02).
032200     88  WS-RCTL-OK                  VALUE '00'.
032722 77  WS-TRIAL-COUNT-DISP             PIC 9(06) VALUE ZERO.
032724 77  WS-CAL-OVERRIDE                 PIC X(08) VALUE SPACES.
032726     COPY CALPARM.
032730 77  WS-STPC-STARTED-SWITCH          PIC X(01) VALUE 'N'.
032740     88  WS-STPC-STARTED             VALUE 'Y'.
032750 77  WS-STPC-RC                      PIC 9(02) VALUE ZERO.
032760 77  WS-STPC-OVR-WORD                PIC X(08) VALUE SPACES.
032770     COPY STEPPARM.
032780    COPY SIGNPARM.
032800 77  WS-RPT-DSN                      PIC X(44) VALUE SPACES.
032900 77  WS-SCHED-DSN                    PIC X(44) VALUE SPACES.
033000 77  WS-BAL-DSN                      PIC X(44) VALUE SPACES.
037996     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
037997         10  WS-TAB-DEPT-CODE        PIC X(10).
037998         10  WS-TAB-DEPT-SUPV        PIC X(20).
038000 77  WS-PRIR-STATUS                  PIC X(02).
038002     88  WS-PRIR-OK                  VALUE '00'.
038004     88  WS-PRIR-NOTFND              VALUE '35'.
038006 77  WS-PRIR-EOF-SWITCH              PIC X(01) VALUE 'N'.
038008     88  WS-PRIR-EOF                 VALUE 'Y'.
038010 77  WS-RULE-SET-ID                  PIC 9(06) VALUE ZERO.
038012 77  WS-RULE-COUNT                   PIC 9(03) COMP VALUE ZERO.
038014 77  WS-RULE-IDX                     PIC 9(03) COMP VALUE ZERO.
038016 77  WS-RULE-FOUND-IDX               PIC 9(03) COMP VALUE ZERO.
038018 77  WS-RULE-KEY-DEPT                PIC X(10) VALUE SPACES.
038020 01  WS-RULE-TABLE.
038022     05  WS-RULE-ENTRY OCCURS 400 TIMES.
038024         10  WS-TAB-RULE-DEPT        PIC X(10).
038026         10  WS-TAB-RULE-VERDICT     PIC X(02).
038028         10  WS-TAB-RULE-PRIORITY    PIC X(01).
038030*    THE STANDARD RULE, USED WHEN NEITHER THE DEPARTMENT NOR THE
038032*    PLANT-WIDE DEFAULT ROW COVERS A VERDICT: A IS PRIORITY
038034*    WHENEVER IT WINS OR TIES FOR THE WIN.
038036 01  WS-STD-RULE-VALUES.
038038     05  FILLER                      PIC X(03) VALUE 'A1Y'.
038040     05  FILLER                      PIC X(03) VALUE 'B1N'.
038042     05  FILLER                      PIC X(03) VALUE 'C1N'.
038044     05  FILLER                      PIC X(03) VALUE 'ABY'.
038046     05  FILLER                      PIC X(03) VALUE 'ACY'.
038048     05  FILLER                      PIC X(03) VALUE 'BCN'.
038050     05  FILLER                      PIC X(03) VALUE 'EQN'.
038052 01  WS-STD-RULE-TABLE REDEFINES WS-STD-RULE-VALUES.
038054     05  WS-STD-RULE OCCURS 7 TIMES.
038056         10  WS-STD-VERDICT          PIC X(02).
038058         10  WS-STD-PRIORITY         PIC X(01).
038060 77  WS-STD-IDX                      PIC 9(01) COMP VALUE ZERO.
038062
038100 01  WS-REPORT-LINE.
038200     05  WSR-ID                      PIC 9(06).
038300     05  FILLER                      PIC X(01) VALUE SPACES.
041000     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
041100         UNTIL WS-EOF.
041200     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
041210     PERFORM 9000-FINISH-STEP    THRU 9000-EXIT.
041300     STOP RUN.
041400
041500******************************************************************
042940             PERFORM 1027-CHECK-CALENDAR THRU 1027-EXIT
042960         END-IF
043000         PERFORM 1030-CHECK-RUN-CONTROL THRU 1030-EXIT
043010*        A SUPPLEMENTAL PASS RIDES ON THE MAIN RUN'S STEP RECORD.
043020         IF NOT WS-SUPP-MODE
043030             PERFORM 1900-CHECK-STEP-CONTROL THRU 1900-EXIT
043040         END-IF
043100         PERFORM 1020-ASSIGN-RUN-NBR THRU 1020-EXIT
043150         IF NOT WS-SUPP-MODE
043200             PERFORM 1035-MARK-RUN-ACTIVE THRU 1035-EXIT
043202             PERFORM 1950-START-STEP THRU 1950-EXIT
043205         END-IF
043210     END-IF.
043300     PERFORM 1150-OPEN-REPORT-FILE THRU 1150-EXIT.
045610     END-IF.
045700     PERFORM 1050-OPEN-LINE-MASTER THRU 1050-EXIT.
045750     PERFORM 1070-LOAD-DEPT-MASTER THRU 1070-EXIT.
045760     PERFORM 1075-LOAD-PRIORITY-RULES THRU 1075-EXIT.
045800     PERFORM 1080-READ-MARGIN-PARM THRU 1080-EXIT.
045810     PERFORM 1085-READ-VARIANCE-PARM THRU 1085-EXIT.
045820     PERFORM 1090-LOAD-PRIOR-VALUES THRU 1090-EXIT.
046700 1000-EXIT.
046800     EXIT.
046900
046910******************************************************************
046920*    1010-SIGN-ON - THE OPERATOR ID AND PASSWORD COME IN ON      *
046930*    SYSIN AND ARE CHECKED BY COMP3VSO: THE ID MUST BE ON THE    *
046940*    OPERATOR MASTER, ACTIVE AND NOT LOCKED OUT, AND A FAILURE   *
046950*    GOES ON THE SECURITY VIOLATION LOG.  A BATCH RUN CANNOT     *
046960*    CHANGE A PASSWORD, SO A TEMPORARY OR EXPIRED ONE MUST BE    *
046970*    CHANGED AT A SCREEN FIRST.  A BATCH RUN THAT CANNOT         *
046980*    IDENTIFY ITS OPERATOR DOES NOT RUN.                         *
046990******************************************************************
047000 1010-SIGN-ON.
047005*    THE RUN MODE RIDES THE SIGN-ON LINE AFTER THE PASSWORD, SO
047010*    A NORMAL RUN STILL READS EXACTLY ONE SYSIN LINE.  THE
047015*    PASSWORD IS HELD UNTIL THE STEP CHECK, WHICH NEEDS IT AGAIN
047020*    IF A SUPERVISOR OVERRIDES.
047030     ACCEPT WS-SYSIN-LINE.
047040     MOVE SPACES TO WS-OPER-ID WS-OPER-PASSWORD WS-RUN-MODE.
047050     UNSTRING WS-SYSIN-LINE DELIMITED BY ALL ' '
047060         INTO WS-OPER-ID WS-OPER-PASSWORD WS-RUN-MODE.
047070     MOVE SPACES TO WS-SYSIN-LINE.
047080     IF WS-OPER-ID = SPACES
047090         DISPLAY 'COMP3VB: NO OPERATOR ID SUPPLIED'
047100         GO TO 9999-EXIT
047110     END-IF.
047120     SET SGNP-FUNC-SIGNON TO TRUE.
047130     MOVE 'COMP3VB' TO SGNP-PROGRAM.
047140     MOVE WS-OPER-ID TO SGNP-OPER-ID.
047150     MOVE WS-OPER-PASSWORD TO SGNP-PASSWORD.
047170     CALL 'COMP3VSO' USING SIGN-PARM.
047180     MOVE SPACES TO SGNP-PASSWORD.
047190     IF SGNP-OK
047200         MOVE SGNP-OPER-NAME TO WS-OPER-NAME
047210         MOVE SGNP-AUTH-LEVEL TO WS-OPER-AUTH
047220         DISPLAY 'COMP3VB: SIGNED ON ' WS-OPER-ID ' '
047230             WS-OPER-NAME
047240         IF SGNP-MESSAGE NOT = SPACES
047250             DISPLAY 'COMP3VB: ' SGNP-MESSAGE
047260         END-IF
047270     ELSE
047280         DISPLAY 'COMP3VB: SIGN-ON REFUSED FOR ' WS-OPER-ID
047290             ' - ' SGNP-MESSAGE
047300         IF SGNP-CHANGE-NEEDED
047310             DISPLAY 'COMP3VB: CHANGE THE PASSWORD AT AN '
047320                 'ONLINE SCREEN, THEN RESUBMIT'
047330         END-IF
047340         GO TO 9999-EXIT
047350     END-IF.
047360 1010-EXIT.
047370     EXIT.
052010
052012******************************************************************
052014*    1015-GET-RUN-MODE - THE WORD AFTER THE OPERATOR ID ON THE   *
081904 1074-EXIT.
081906     EXIT.
081908
081909******************************************************************
081910*    1075-LOAD-PRIORITY-RULES - TABLE THE ACTIVE ROWS OF THE     *
081911*    PRIORITY RULE FILE AND NOTE THE RULE-SET NUMBER FROM ITS    *
081912*    HEADER.  A MISSING FILE IS NOT FATAL - THE STANDARD RULE    *
081913*    APPLIES AND THE RULE SET IS RECORDED AS ZERO.               *
081914******************************************************************
081915 1075-LOAD-PRIORITY-RULES.
081916     MOVE ZERO TO WS-RULE-COUNT.
081917     MOVE ZERO TO WS-RULE-SET-ID.
081918     MOVE 'N' TO WS-PRIR-EOF-SWITCH.
081919     OPEN INPUT PRIORITY-RULE-FILE.
081920     IF WS-PRIR-NOTFND
081921         DISPLAY 'COMP3VB: NO PRIORITY RULE FILE, STANDARD '
081922             'PRIORITY RULES APPLY'
081923         GO TO 1075-EXIT
081924     END-IF.
081925     IF NOT WS-PRIR-OK
081926         DISPLAY 'COMP3VB: CANNOT OPEN PRIORITY-RULE-FILE, '
081927             'STATUS = ' WS-PRIR-STATUS
081928         GO TO 9999-EXIT
081929     END-IF.
081930     PERFORM 1077-READ-PRIORITY-RULE THRU 1077-EXIT.
081931     PERFORM 1078-STORE-RULE THRU 1078-EXIT
081932         UNTIL WS-PRIR-EOF.
081933     CLOSE PRIORITY-RULE-FILE.
081934     DISPLAY 'COMP3VB: PRIORITY RULE SET ' WS-RULE-SET-ID ', '
081935         WS-RULE-COUNT ' ACTIVE RULES LOADED'.
081936 1075-EXIT.
081937     EXIT.
081938
081939 1077-READ-PRIORITY-RULE.
081940     READ PRIORITY-RULE-FILE
081941         AT END
081942             SET WS-PRIR-EOF TO TRUE
081943     END-READ.
081944 1077-EXIT.
081945     EXIT.
081946
081947 1078-STORE-RULE.
081948     IF PRIR-HEADER
081949         IF PRIR-RULE-SET-ID IS NUMERIC
081950             MOVE PRIR-RULE-SET-ID TO WS-RULE-SET-ID
081951         END-IF
081952         GO TO 1078-NEXT
081953     END-IF.
081954     IF NOT PRIR-RULE OR NOT PRIR-ACTIVE
081955         GO TO 1078-NEXT
081956     END-IF.
081957     IF WS-RULE-COUNT < 400
081958         ADD 1 TO WS-RULE-COUNT
081959         MOVE PRIR-DEPT TO WS-TAB-RULE-DEPT(WS-RULE-COUNT)
081960         MOVE PRIR-VERDICT-CODE
081961             TO WS-TAB-RULE-VERDICT(WS-RULE-COUNT)
081962         MOVE PRIR-PRIORITY-FLAG
081963             TO WS-TAB-RULE-PRIORITY(WS-RULE-COUNT)
081964     ELSE
081965         DISPLAY 'COMP3VB: PRIORITY RULE FILE EXCEEDS 400 '
081966             'ENTRIES, RULE DROPPED'
081967     END-IF.
081968 1078-NEXT.
081969     PERFORM 1077-READ-PRIORITY-RULE THRU 1077-EXIT.
081970 1078-EXIT.
081971     EXIT.
081972
082000******************************************************************
082100*    1080-READ-MARGIN-PARM - READ THE CONFIGURED WINNING-MARGIN  *
082200*    THRESHOLD PERCENTAGE.  A TRIPLET WHOSE MARGIN PERCENTAGE    *
095326 1210-EXIT.
095328     EXIT.
095400
095401******************************************************************
095402*    1900-CHECK-STEP-CONTROL - THE STEP BEFORE THIS ONE MUST     *
095403*    HAVE FINISHED CLEANLY FOR THE SAME BUSINESS DATE.  IF NOT,  *
095404*    THE RUN IS REFUSED UNLESS THE NEXT SYSIN LINE READS         *
095405*    OVERRIDE AND THE SIGNED-ON OPERATOR IS A SUPERVISOR, WHOSE  *
095406*    PASSWORD FROM THE SIGN-ON LINE IS KEPT UNTIL HERE SO THE    *
095407*    STEP CHECK CAN SIGN THE SUPERVISOR ON FOR ITSELF.           *
095408******************************************************************
095409 1900-CHECK-STEP-CONTROL.
095410     SET STPP-FUNC-CHECK TO TRUE.
095411     MOVE 'COMP3VB' TO STPP-PROGRAM.
095412     MOVE WS-BUS-DATE TO STPP-BUS-DATE.
095413     MOVE SPACES TO STPP-SUPV-ID.
095414     CALL 'COMP3VSC' USING STEP-PARM.
095415     IF STPP-ERROR
095416         DISPLAY 'COMP3VB: STEP CONTROL FAILED - ' STPP-MESSAGE
095417         GO TO 9999-EXIT
095418     END-IF.
095419     IF STPP-OK
095420         MOVE SPACES TO WS-OPER-PASSWORD
095421         GO TO 1900-EXIT
095422     END-IF.
095423     DISPLAY 'COMP3VB: ' STPP-MESSAGE.
095424     ACCEPT WS-STPC-OVR-WORD.
095425     IF WS-STPC-OVR-WORD NOT = 'OVERRIDE'
095426         DISPLAY 'COMP3VB: RUN REFUSED - SUPPLY OVERRIDE ON '
095427             'SYSIN TO RUN PAST ' STPP-BLOCK-PROGRAM
095428         MOVE 8 TO RETURN-CODE
095429         STOP RUN
095430     END-IF.
095431     SET STPP-FUNC-CHECK TO TRUE.
095432     MOVE WS-OPER-ID TO STPP-SUPV-ID.
095433     MOVE WS-OPER-PASSWORD TO STPP-SUPV-PASSWORD.
095434     MOVE SPACES TO WS-OPER-PASSWORD.
095436     CALL 'COMP3VSC' USING STEP-PARM.
095438     IF STPP-OVERRIDDEN
095440         DISPLAY 'COMP3VB: RUN PAST ' STPP-BLOCK-PROGRAM
095442             ' OVERRIDDEN BY ' STPP-SUPV-ID
095444         GO TO 1900-EXIT
095446     END-IF.
095448     DISPLAY 'COMP3VB: RUN REFUSED - ' STPP-MESSAGE.
095450     MOVE 8 TO RETURN-CODE.
095452     STOP RUN.
095454 1900-EXIT.
095456     EXIT.
095458
095460******************************************************************
095462*    1950-START-STEP - RECORD ON THE STEP-CONTROL FILE THAT THIS *
095464*    STEP IS UNDER WAY FOR THE BUSINESS DATE, WITH ANY OVERRIDE  *
095466*    THE CHECK ACCEPTED.                                         *
095468******************************************************************
095470 1950-START-STEP.
095472     SET STPP-FUNC-START TO TRUE.
095474     MOVE WS-RUN-NBR TO STPP-RUN-NBR.
095476     CALL 'COMP3VSC' USING STEP-PARM.
095478     IF STPP-ERROR
095480         DISPLAY 'COMP3VB: STEP CONTROL FAILED - ' STPP-MESSAGE
095482         GO TO 9999-EXIT
095484     END-IF.
095486     SET WS-STPC-STARTED TO TRUE.
095488 1950-EXIT.
095490     EXIT.
095492
095500******************************************************************
095600*    2000-PROCESS-RECORD - EVALUATE ONE TRIPLET AND REPORT IT    *
095700******************************************************************
120498 2660-EXIT.
120500     EXIT.
120502
120510******************************************************************
120520*    2700-WRITE-SCHEDULE - WRITE ONE RECORD TO THE SCHEDULING    *
120530*    FEED IN THE SCHEDULING INTERFACE'S FIXED-WIDTH LAYOUT.      *
120540*    THE PRIORITY FLAG FOR THE VERDICT IS SET FROM THE PRIORITY  *
120550*    RULE TABLE BY 2710-SET-PRIORITY.                            *
120560******************************************************************
120570 2700-WRITE-SCHEDULE.
120580*    THE VERDICT CODE AND PRIORITY FLAG ARE BUILT IN WORKING
120590*    STORAGE: ON A TRIAL RUN THE SCHEDULE FILE IS NEVER OPENED
120600*    AND ITS RECORD AREA MUST NOT BE TOUCHED.
120610     MOVE SPACES TO WS-VERDICT-CODE.
120620     MOVE SPACE  TO WS-PRIORITY-FLAG.
120630     IF WS-VERDICT = 'A IS GREATER'
120640         MOVE 'A1' TO WS-VERDICT-CODE
120650     ELSE
120660         IF WS-VERDICT = 'B IS GREATER'
120670             MOVE 'B1' TO WS-VERDICT-CODE
120680         ELSE
120690             IF WS-VERDICT = 'C IS GREATER'
120700                 MOVE 'C1' TO WS-VERDICT-CODE
120710             ELSE
120720                 IF WS-VERDICT = 'A,B ARE GREATER'
120730                     MOVE 'AB' TO WS-VERDICT-CODE
120740                 ELSE
120750                     IF WS-VERDICT = 'A,C ARE GREATER'
120760                         MOVE 'AC' TO WS-VERDICT-CODE
120770                     ELSE
120780                         IF WS-VERDICT = 'B,C ARE GREATER'
120790                             MOVE 'BC' TO WS-VERDICT-CODE
120800                         ELSE
120810                             MOVE 'EQ' TO WS-VERDICT-CODE
120820                         END-IF
120830                     END-IF
120840                 END-IF
120850             END-IF
120860         END-IF
120870     END-IF.
120880     PERFORM 2710-SET-PRIORITY THRU 2710-EXIT.
124900     IF WS-VARIANCE-HOLD
124910         MOVE 'DV' TO WS-HOLD-REASON
124920         PERFORM 2750-WRITE-EXCEPTION THRU 2750-EXIT
125500 2700-EXIT.
125600     EXIT.
125700
125701******************************************************************
125702*    2710-SET-PRIORITY - LOOK THE VERDICT CODE UP IN THE RULE    *
125703*    TABLE: THE LINE'S OWN DEPARTMENT ROW FIRST, THEN THE        *
125704*    PLANT-WIDE DEFAULT ROW ('*'), THEN THE STANDARD RULE - A    *
125705*    IS PRIORITY WHENEVER IT WINS OR TIES FOR THE WIN.           *
125706******************************************************************
125707 2710-SET-PRIORITY.
125708     MOVE WS-LINE-DEPT TO WS-RULE-KEY-DEPT.
125709     PERFORM 2720-FIND-RULE THRU 2720-EXIT.
125710     IF WS-RULE-FOUND-IDX > ZERO
125711         MOVE WS-TAB-RULE-PRIORITY(WS-RULE-FOUND-IDX)
125712             TO WS-PRIORITY-FLAG
125713         GO TO 2710-EXIT
125714     END-IF.
125715     MOVE '*' TO WS-RULE-KEY-DEPT.
125716     PERFORM 2720-FIND-RULE THRU 2720-EXIT.
125717     IF WS-RULE-FOUND-IDX > ZERO
125718         MOVE WS-TAB-RULE-PRIORITY(WS-RULE-FOUND-IDX)
125719             TO WS-PRIORITY-FLAG
125720         GO TO 2710-EXIT
125721     END-IF.
125722     MOVE 'N' TO WS-PRIORITY-FLAG.
125723     PERFORM 2740-CHECK-STD-RULE THRU 2740-EXIT
125724         VARYING WS-STD-IDX FROM 1 BY 1
125725         UNTIL WS-STD-IDX > 7.
125726 2710-EXIT.
125727     EXIT.
125728
125729 2720-FIND-RULE.
125730     MOVE ZERO TO WS-RULE-FOUND-IDX.
125731     PERFORM 2730-CHECK-RULE THRU 2730-EXIT
125732         VARYING WS-RULE-IDX FROM 1 BY 1
125733         UNTIL WS-RULE-IDX > WS-RULE-COUNT
125734             OR WS-RULE-FOUND-IDX > ZERO.
125735 2720-EXIT.
125736     EXIT.
125737
125738 2730-CHECK-RULE.
125739     IF WS-TAB-RULE-DEPT(WS-RULE-IDX) = WS-RULE-KEY-DEPT
125740         AND WS-TAB-RULE-VERDICT(WS-RULE-IDX) = WS-VERDICT-CODE
125741         MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
125742     END-IF.
125743 2730-EXIT.
125744     EXIT.
125745
125746 2740-CHECK-STD-RULE.
125747     IF WS-STD-VERDICT(WS-STD-IDX) = WS-VERDICT-CODE
125748         MOVE WS-STD-PRIORITY(WS-STD-IDX) TO WS-PRIORITY-FLAG
125749     END-IF.
125750 2740-EXIT.
125751     EXIT.
125752
125800******************************************************************
125900*    2750-WRITE-EXCEPTION - THIS TRIPLET'S WINNING MARGIN IS     *
126000*    UNDER THE THRESHOLD: HOLD IT ON THE EXCEPTION FILE, OUT OF  *
127900     MOVE WS-RUN-NBR          TO EXCP-RUN-NBR.
127910     MOVE WS-DEPT-SUPV        TO EXCP-SUPERVISOR.
127920     MOVE WS-HOLD-REASON      TO EXCP-HOLD-REASON.
127930     MOVE WS-BUS-DATE         TO EXCP-HOLD-DATE.
128000     WRITE EXCEPTION-RECORD.
128100 2750-EXIT.
128200     EXIT.
164308     MOVE WS-SAVE-C-GREATER   TO STAT-TOTAL-C-GREATER.
164309     MOVE WS-SAVE-TWO-WAY-TIE TO STAT-TOTAL-TWO-WAY-TIE.
164310     MOVE WS-SAVE-ALL-EQUAL   TO STAT-TOTAL-ALL-EQUAL.
164312     MOVE WS-RULE-SET-ID      TO STAT-RULE-SET-ID.
164314     WRITE STATUS-RECORD.
164316     CLOSE STATUS-FILE.
164318 3400-EXIT.
164320     EXIT.
164322
164333******************************************************************
164335*    3500-TRIAL-SUMMARY - THE WOULD-HAVE-BEEN BREAKDOWN A TRIAL  *
164337*    RUN EXISTS FOR: WITH THE CANDIDATE THRESHOLD, WHAT WOULD    *
164409 3500-EXIT.
164411     EXIT.
164420
164421******************************************************************
164422*    9000-FINISH-STEP - RECORD THE STEP'S FINISH AND CONDITION   *
164423*    CODE.  THE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.      *
164424******************************************************************
164425 9000-FINISH-STEP.
164426     IF NOT WS-STPC-STARTED
164427         GO TO 9000-EXIT
164428     END-IF.
164429     MOVE 'N' TO WS-STPC-STARTED-SWITCH.
164430     MOVE RETURN-CODE TO WS-STPC-RC.
164431     SET STPP-FUNC-FINISH TO TRUE.
164432     MOVE WS-STPC-RC TO STPP-COND-CODE.
164433     CALL 'COMP3VSC' USING STEP-PARM.
164434     IF STPP-ERROR
164435         DISPLAY 'COMP3VB: STEP CONTROL NOT UPDATED - '
164436             STPP-MESSAGE
164437     END-IF.
164438     MOVE WS-STPC-RC TO RETURN-CODE.
164439 9000-EXIT.
164440     EXIT.
164441
164442******************************************************************
164460*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
164480******************************************************************
164500 9999-EXIT.
164520     MOVE 16 TO RETURN-CODE.
164530     PERFORM 9000-FINISH-STEP    THRU 9000-EXIT.
164540     STOP RUN.
