002320*                   SO ITS SPLIT COUNTS AND CONDITION CODE ARE   *
002330*                   ON THE PAGE AND IN THE HIGHEST-CODE LINE     *
002340*                   INSTEAD OF NEEDING THE JOB LOG.              *
002350*  15-OCT-26  TK    THE COMPARATOR'S OUTCOME LINE NOW ALSO SHOWS *
002360*                   THE PRIORITY RULE SET THAT SCORED THE NIGHT  *
002370*                   (ZERO FOR THE STANDARD RULES).               *
002372*  15-OCT-26  TK    THE EDIT PASS NOW REPORTS EACH GAUGE DROP ON *
002374*                   ITS OWN STATUS RECORD.  THE PAGE LISTS EVERY *
002376*                   DROP OF THE LAST EDIT ATTEMPT UNDER THE EDIT *
002378*                   PASS LINE - ITS COUNTS, A CONTROL FAILURE,   *
002380*                   OR A DROP THAT NEVER ARRIVED - AND THE DROP  *
002382*                   RECORDS NO LONGER STAND IN FOR THE EDIT      *
002384*                   STEP'S OWN RECORD.                           *
002386*  15-OCT-26  TK    A SUPERVISOR CORRECTION OF A VERDICT ALREADY *
002388*                   FED FOR THE BUSINESS DATE (COMP3VFC) NOW     *
002390*                   SHOWS ON THE PAGE UNDER THE DATE IT          *
002392*                   CORRECTS: THE NUMBER POSTED AND ONE LINE     *
002394*                   EACH WITH THE LINE, THE VERDICT AND PRIORITY *
002396*                   BEFORE AND AFTER, THE CORRECTION RUN AND THE *
002398*                   SUPERVISOR.                                  *
002400*  15-OCT-26  TK    THE RUN NOW RECORDS ITS START, FINISH AND    *
002410*                   RETURN CODE ON THE NIGHT-RUN STEP-CONTROL    *
002420*                   FILE (COMP3VSC).  IT WAITS ON NO EARLIER     *
002430*                   STEP - THE PAGE MUST PRINT HOWEVER THE NIGHT *
002440*                   WENT.                                        *
002442*  15-OCT-26  TK    THE OVERRIDE LINE NOW CARRIES THE            *
002444*                   SUPERVISOR'S PASSWORD AFTER THE ID, AND THE  *
002446*                   STEP CHECK SIGNS THE SUPERVISOR ON WITH IT.  *
002450*  15-OCT-26  TK    THE PAGE NOW COUNTS THE INTRADAY EXPEDITES   *
002455*                   COMP3VAR PUBLISHED FOR THE BUSINESS DATE     *
002460*                   (SCHEDFEED.E + DATE) AND LISTS EACH ONE      *
002465*                   UNDER THE COUNT WITH ITS LINE, DEPARTMENT,   *
002470*                   RANKING RUN AND OPERATOR.                    *
002475******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
003900     SELECT MORNING-FILE ASSIGN TO MORNRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MORN-STATUS.
004110
004120     SELECT CORR-LEDGER-FILE ASSIGN TO CORRLOG
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS WS-CORR-STATUS.
004150
004160     SELECT EXPEDITE-FEED-FILE ASSIGN USING WS-EXPF-DSN
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-EXPF-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005300 FD  MORNING-FILE
005400     RECORDING MODE IS F.
005500 01  MORNING-RECORD                  PIC X(80).
005510
005520 FD  CORR-LEDGER-FILE
005530     RECORDING MODE IS F.
005540 01  CORR-LEDGER-RECORD              PIC X(160).
005550
005560 FD  EXPEDITE-FEED-FILE
005570     RECORDING MODE IS F.
005580     COPY SCHEDREC.
005600
005700 WORKING-STORAGE SECTION.
005800 77  WS-STAT-STATUS                  PIC X(02).
006300     88  WS-EXCP-NOTFND              VALUE '35'.
006400 77  WS-MORN-STATUS                  PIC X(02).
006500     88  WS-MORN-OK                  VALUE '00'.
006510 77  WS-CORR-STATUS                  PIC X(02).
006520     88  WS-CORR-OK                  VALUE '00'.
006530     88  WS-CORR-NOTFND              VALUE '35'.
006540 77  WS-EXPF-STATUS                  PIC X(02).
006550     88  WS-EXPF-OK                  VALUE '00'.
006560     88  WS-EXPF-NOTFND              VALUE '35'.
006600 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
006700     88  WS-EOF                      VALUE 'Y'.
006800
007100 77  WS-RUN-NBR                      PIC 9(06) VALUE ZERO.
007200 77  WS-HELD-NOW-COUNT               PIC 9(06) COMP-3 VALUE ZERO.
007300 77  WS-HIGH-CC                      PIC 9(02) VALUE ZERO.
007310 77  WS-STPC-STARTED-SWITCH          PIC X(01) VALUE 'N'.
007320     88  WS-STPC-STARTED             VALUE 'Y'.
007330 77  WS-STPC-RC                      PIC 9(02) VALUE ZERO.
007340 77  WS-STPC-OVR-LINE                PIC X(80) VALUE SPACES.
007350 77  WS-STPC-OVR-WORD                PIC X(08) VALUE SPACES.
007360 77  WS-STPC-OVR-ID                  PIC X(08) VALUE SPACES.
007365 77  WS-STPC-OVR-PWD                 PIC X(08) VALUE SPACES.
007370     COPY STEPPARM.
007400
007500*    THE LAST STATUS RECORD EACH STEP WROTE FOR THE BUSINESS
007600*    DATE.  A RERUN OVERWRITES THE EARLIER ATTEMPT'S SLOT, SO
009300     05  WS-VB-TOT-C                 PIC 9(06) VALUE ZERO.
009400     05  WS-VB-TOT-TIE               PIC 9(06) VALUE ZERO.
009500     05  WS-VB-TOT-EQ                PIC 9(06) VALUE ZERO.
009510     05  WS-VB-RULE-SET              PIC 9(06) VALUE ZERO.
009600 01  WS-VRC-STAT.
009700     05  WS-VRC-PRESENT              PIC X(01) VALUE 'N'.
009800     05  WS-VRC-SENT                 PIC 9(06) VALUE ZERO.
010240     05  WS-VAH-RETAINED             PIC 9(06) VALUE ZERO.
010250     05  WS-VAH-ARCHIVED             PIC 9(06) VALUE ZERO.
010260     05  WS-VAH-RC                   PIC 9(02) VALUE ZERO.
010262
010264*    THE EDIT PASS'S PER-DROP RECORDS FOR ITS LAST ATTEMPT.
010266 77  WS-VED-CLOSED-SWITCH            PIC X(01) VALUE 'N'.
010268     88  WS-VED-DROPS-CLOSED         VALUE 'Y'.
010270 77  WS-DROP-COUNT                   PIC 9(02) COMP VALUE ZERO.
010272 77  WS-DROP-IDX                     PIC 9(02) COMP VALUE ZERO.
010274 01  WS-VED-DROP-TABLE.
010276     05  WS-VED-DROP OCCURS 50 TIMES.
010278         10  WS-DRP-STATION          PIC X(04).
010280         10  WS-DRP-SHIFT            PIC X(01).
010282         10  WS-DRP-READ             PIC 9(06).
010284         10  WS-DRP-CLEAN            PIC 9(06).
010286         10  WS-DRP-REJECT           PIC 9(06).
010288         10  WS-DRP-BALANCE          PIC X(01).
010290         10  WS-DRP-RC               PIC 9(02).
010295
010300*    CORRECTIONS POSTED AGAINST THE BUSINESS DATE, FROM THE
010305*    CORRECTION LEDGER'S REPLACEMENT RECORDS.
010310     COPY CORRREC.
010315 77  WS-CORR-COUNT                   PIC 9(04) COMP VALUE ZERO.
010320 77  WS-CORR-IDX                     PIC 9(04) COMP VALUE ZERO.
010325 77  WS-CORR-COUNT-DISP              PIC 9(04) VALUE ZERO.
010330 01  WS-CORR-TABLE.
010335     05  WS-CORR-ENTRY OCCURS 50 TIMES.
010340         10  WS-CRT-LINE-ID          PIC 9(06).
010345         10  WS-CRT-PRIOR-VERDICT    PIC X(02).
010350         10  WS-CRT-PRIOR-PRIORITY   PIC X(01).
010355         10  WS-CRT-VERDICT          PIC X(02).
010360         10  WS-CRT-PRIORITY         PIC X(01).
010365         10  WS-CRT-CORR-NBR         PIC 9(06).
010370         10  WS-CRT-SUPV-ID          PIC X(08).
010375
010376*    INTRADAY EXPEDITES COMP3VAR PUBLISHED FOR THE BUSINESS DATE.
010377 77  WS-EXPF-DSN                     PIC X(44) VALUE SPACES.
010378 77  WS-EXP-COUNT                    PIC 9(04) COMP VALUE ZERO.
010379 77  WS-EXP-IDX                      PIC 9(04) COMP VALUE ZERO.
010380 77  WS-EXP-COUNT-DISP               PIC 9(04) VALUE ZERO.
010381 01  WS-EXP-TABLE.
010382     05  WS-EXP-ENTRY OCCURS 50 TIMES.
010383         10  WS-EXT-LINE-ID          PIC 9(06).
010384         10  WS-EXT-LINE-NAME        PIC X(20).
010385         10  WS-EXT-DEPT             PIC X(10).
010386         10  WS-EXT-RUN-NBR          PIC 9(06).
010387         10  WS-EXT-OPER-ID          PIC X(08).
010388
010400 01  WS-MORN-LINE                    PIC X(80) VALUE SPACES.
010500 77  WS-HELD-NOW-DISP                PIC 9(06) VALUE ZERO.
010600
010900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
011000     PERFORM 2000-GATHER-STATUS   THRU 2000-EXIT.
011100     PERFORM 3000-COUNT-HELD      THRU 3000-EXIT.
011110     PERFORM 3500-GATHER-CORRECTIONS THRU 3500-EXIT.
011120     PERFORM 3700-GATHER-EXPEDITES THRU 3700-EXIT.
011200     PERFORM 4000-PRINT-PAGE      THRU 4000-EXIT.
011210     PERFORM 9000-FINISH-STEP     THRU 9000-EXIT.
011300     STOP RUN.
011400
011500******************************************************************
012400         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
012500     END-IF.
012600     DISPLAY 'COMP3VST: MORNING STATUS FOR ' WS-BUS-DATE.
012610     PERFORM 1900-CHECK-STEP-CONTROL THRU 1900-EXIT.
012620     PERFORM 1950-START-STEP      THRU 1950-EXIT.
012700 1000-EXIT.
012800     EXIT.
012801
012802******************************************************************
012803*    1900-CHECK-STEP-CONTROL - ASK THE STEP-CONTROL FILE WHETHER *
012804*    THIS STEP MAY RUN FOR THE BUSINESS DATE.  IT WAITS ON NO    *
012805*    EARLIER STEP TODAY, BUT THE RUNNING ORDER IS KEPT IN        *
012806*    COMP3VSC, NOT HERE.  A BLOCKED RUN IS REFUSED UNLESS THE    *
012807*    NEXT SYSIN LINE READS OVERRIDE FOLLOWED BY AN ACTIVE        *
012808*    SUPERVISOR'S OPERATOR ID AND PASSWORD.                      *
012809******************************************************************
012810 1900-CHECK-STEP-CONTROL.
012811     SET STPP-FUNC-CHECK TO TRUE.
012812     MOVE 'COMP3VST' TO STPP-PROGRAM.
012813     MOVE WS-BUS-DATE TO STPP-BUS-DATE.
012814     MOVE SPACES TO STPP-SUPV-ID.
012815     CALL 'COMP3VSC' USING STEP-PARM.
012816     IF STPP-ERROR
012817         DISPLAY 'COMP3VST: STEP CONTROL FAILED - ' STPP-MESSAGE
012818         GO TO 9999-EXIT
012819     END-IF.
012820     IF STPP-OK
012821         GO TO 1900-EXIT
012822     END-IF.
012823     DISPLAY 'COMP3VST: ' STPP-MESSAGE.
012824     ACCEPT WS-STPC-OVR-LINE.
012825     UNSTRING WS-STPC-OVR-LINE DELIMITED BY ALL SPACE
012826         INTO WS-STPC-OVR-WORD WS-STPC-OVR-ID WS-STPC-OVR-PWD.
012827     IF WS-STPC-OVR-WORD NOT = 'OVERRIDE'
012828         OR WS-STPC-OVR-ID = SPACES
012829         OR WS-STPC-OVR-PWD = SPACES
012830         DISPLAY 'COMP3VST: RUN REFUSED - SUPPLY OVERRIDE AND A '
012831             'SUPERVISOR ID AND PASSWORD ON SYSIN TO RUN PAST '
012832             STPP-BLOCK-PROGRAM
012833         MOVE 8 TO RETURN-CODE
012834         STOP RUN
012835     END-IF.
012836     SET STPP-FUNC-CHECK TO TRUE.
012837     MOVE WS-STPC-OVR-ID TO STPP-SUPV-ID.
012838     MOVE WS-STPC-OVR-PWD TO STPP-SUPV-PASSWORD.
012840     MOVE SPACES TO WS-STPC-OVR-LINE WS-STPC-OVR-PWD.
012842     CALL 'COMP3VSC' USING STEP-PARM.
012844     IF STPP-OVERRIDDEN
012846         DISPLAY 'COMP3VST: RUN PAST ' STPP-BLOCK-PROGRAM
012848             ' OVERRIDDEN BY ' STPP-SUPV-ID
012850         GO TO 1900-EXIT
012852     END-IF.
012854     DISPLAY 'COMP3VST: RUN REFUSED - ' STPP-MESSAGE.
012856     MOVE 8 TO RETURN-CODE.
012858     STOP RUN.
012860 1900-EXIT.
012862     EXIT.
012864
012866******************************************************************
012868*    1950-START-STEP - RECORD ON THE STEP-CONTROL FILE THAT THIS *
012870*    STEP IS UNDER WAY FOR THE BUSINESS DATE, WITH ANY OVERRIDE  *
012872*    THE CHECK ACCEPTED.                                         *
012874******************************************************************
012876 1950-START-STEP.
012878     SET STPP-FUNC-START TO TRUE.
012880     MOVE ZERO TO STPP-RUN-NBR.
012882     CALL 'COMP3VSC' USING STEP-PARM.
012884     IF STPP-ERROR
012886         DISPLAY 'COMP3VST: STEP CONTROL FAILED - ' STPP-MESSAGE
012888         GO TO 9999-EXIT
012890     END-IF.
012892     SET WS-STPC-STARTED TO TRUE.
012894 1950-EXIT.
012896     EXIT.
012900
013000******************************************************************
013100*    2000-GATHER-STATUS - WALK THE STATUS FILE AND KEEP THE      *
016500     IF STAT-BUS-DATE NOT = WS-BUS-DATE
016600         GO TO 2200-NEXT
016700     END-IF.
016710     IF STAT-PROGRAM = 'COMP3VED'
016720         AND STAT-DROP-SEQ IS NUMERIC
016730         AND STAT-DROP-SEQ > ZERO
016740         PERFORM 2250-KEEP-DROP THRU 2250-EXIT
016750         GO TO 2200-NEXT
016760     END-IF.
016770     IF STAT-PROGRAM = 'COMP3VED'
016780         SET WS-VED-DROPS-CLOSED TO TRUE
016900         MOVE 'Y' TO WS-VED-PRESENT
017000         MOVE STAT-READ-COUNT   TO WS-VED-READ
017100         MOVE STAT-CLEAN-COUNT  TO WS-VED-CLEAN
018600         MOVE STAT-TOTAL-C-GREATER   TO WS-VB-TOT-C
018700         MOVE STAT-TOTAL-TWO-WAY-TIE TO WS-VB-TOT-TIE
018800         MOVE STAT-TOTAL-ALL-EQUAL   TO WS-VB-TOT-EQ
018810         IF STAT-RULE-SET-ID IS NUMERIC
018820             MOVE STAT-RULE-SET-ID   TO WS-VB-RULE-SET
018830         ELSE
018840             MOVE ZERO               TO WS-VB-RULE-SET
018850         END-IF
018900         GO TO 2200-NEXT
019000     END-IF.
019100     IF STAT-PROGRAM = 'COMP3VRC'
020000     PERFORM 2100-READ-STATUS THRU 2100-EXIT.
020100 2200-EXIT.
020200     EXIT.
020202
020204******************************************************************
020206*    2250-KEEP-DROP - ONE PER-DROP RECORD FROM THE EDIT PASS.    *
020208*    THE DROP RECORDS OF AN ATTEMPT COME AHEAD OF ITS STEP       *
020210*    RECORD, SO THE FIRST DROP RECORD AFTER A STEP RECORD STARTS *
020212*    A RERUN AND CLEARS THE EARLIER ATTEMPT'S DROPS.             *
020214******************************************************************
020216 2250-KEEP-DROP.
020218     IF WS-VED-DROPS-CLOSED
020220         MOVE ZERO TO WS-DROP-COUNT
020222         MOVE 'N' TO WS-VED-CLOSED-SWITCH
020224     END-IF.
020226     IF WS-DROP-COUNT NOT < 50
020228         GO TO 2250-EXIT
020230     END-IF.
020232     ADD 1 TO WS-DROP-COUNT.
020234     MOVE STAT-DROP-STATION TO WS-DRP-STATION(WS-DROP-COUNT).
020236     MOVE STAT-DROP-SHIFT   TO WS-DRP-SHIFT(WS-DROP-COUNT).
020238     MOVE STAT-READ-COUNT   TO WS-DRP-READ(WS-DROP-COUNT).
020240     MOVE STAT-CLEAN-COUNT  TO WS-DRP-CLEAN(WS-DROP-COUNT).
020242     MOVE STAT-REJECT-COUNT TO WS-DRP-REJECT(WS-DROP-COUNT).
020244     MOVE STAT-BALANCE-FLAG TO WS-DRP-BALANCE(WS-DROP-COUNT).
020246     MOVE STAT-RETURN-CODE  TO WS-DRP-RC(WS-DROP-COUNT).
020248 2250-EXIT.
020250     EXIT.
020300
020400******************************************************************
020500*    3000-COUNT-HELD - COUNT THE EXCEPTION RECORDS STILL HELD    *
023300     END-IF.
023400 3100-EXIT.
023500     EXIT.
023501
023502******************************************************************
023503*    3500-GATHER-CORRECTIONS - THE VERDICTS A SUPERVISOR HAS     *
023504*    CORRECTED FOR THE BUSINESS DATE SINCE IT WAS FED.  EACH     *
023505*    CORRECTION IS A REVERSAL AND REPLACEMENT PAIR ON THE        *
023506*    LEDGER; THE REPLACEMENT CARRIES BOTH THE OLD AND THE NEW    *
023507*    VALUES, SO ONLY IT IS COUNTED.                              *
023508******************************************************************
023509 3500-GATHER-CORRECTIONS.
023510     MOVE ZERO TO WS-CORR-COUNT.
023511     MOVE 'N' TO WS-EOF-SWITCH.
023512     OPEN INPUT CORR-LEDGER-FILE.
023513     IF WS-CORR-NOTFND
023514         GO TO 3500-EXIT
023515     END-IF.
023516     IF NOT WS-CORR-OK
023517         DISPLAY 'COMP3VST: CANNOT OPEN CORRECTION LEDGER, '
023518             'STATUS = ' WS-CORR-STATUS
023519         GO TO 9999-EXIT
023520     END-IF.
023521     PERFORM 3600-KEEP-CORRECTION THRU 3600-EXIT
023522         UNTIL WS-EOF.
023523     CLOSE CORR-LEDGER-FILE.
023524 3500-EXIT.
023525     EXIT.
023526
023527 3600-KEEP-CORRECTION.
023528     READ CORR-LEDGER-FILE INTO CORRECTION-RECORD
023529         AT END
023530             SET WS-EOF TO TRUE
023531             GO TO 3600-EXIT
023532     END-READ.
023533     IF NOT CORR-REPLACEMENT
023534         OR CORR-BUS-DATE NOT = WS-BUS-DATE
023535         GO TO 3600-EXIT
023536     END-IF.
023537     ADD 1 TO WS-CORR-COUNT.
023538     IF WS-CORR-COUNT > 50
023539         GO TO 3600-EXIT
023540     END-IF.
023541     MOVE CORR-LINE-ID TO WS-CRT-LINE-ID(WS-CORR-COUNT).
023542     MOVE CORR-PRIOR-VERDICT
023543                          TO WS-CRT-PRIOR-VERDICT(WS-CORR-COUNT).
023544     MOVE CORR-PRIOR-PRIORITY
023545                          TO WS-CRT-PRIOR-PRIORITY(WS-CORR-COUNT).
023546     MOVE CORR-VERDICT-CODE TO WS-CRT-VERDICT(WS-CORR-COUNT).
023547     MOVE CORR-PRIORITY-FLAG TO WS-CRT-PRIORITY(WS-CORR-COUNT).
023548     MOVE CORR-CORR-NBR TO WS-CRT-CORR-NBR(WS-CORR-COUNT).
023549     MOVE CORR-SUPV-ID TO WS-CRT-SUPV-ID(WS-CORR-COUNT).
023550 3600-EXIT.
023551     EXIT.
023552
023553******************************************************************
023554*    3700-GATHER-EXPEDITES - THE INTRADAY EXPEDITES A SUPERVISOR *
023555*    PUBLISHED FROM COMP3VAR FOR THE BUSINESS DATE, FROM THAT    *
023556*    DATE'S EXPEDITE FEED (SCHEDFEED.E + DATE).  NO FEED MEANS   *
023557*    NONE WERE ISSUED.                                           *
023558******************************************************************
023559 3700-GATHER-EXPEDITES.
023560     MOVE ZERO TO WS-EXP-COUNT.
023561     MOVE 'N' TO WS-EOF-SWITCH.
023562     MOVE SPACES TO WS-EXPF-DSN.
023563     STRING 'SCHEDFEED.E' WS-BUS-DATE DELIMITED BY SIZE
023564         INTO WS-EXPF-DSN.
023565     OPEN INPUT EXPEDITE-FEED-FILE.
023566     IF WS-EXPF-NOTFND
023567         GO TO 3700-EXIT
023568     END-IF.
023569     IF NOT WS-EXPF-OK
023570         DISPLAY 'COMP3VST: CANNOT OPEN EXPEDITE FEED, '
023571             'STATUS = ' WS-EXPF-STATUS
023572         GO TO 9999-EXIT
023573     END-IF.
023574     PERFORM 3710-KEEP-EXPEDITE THRU 3710-EXIT
023575         UNTIL WS-EOF.
023576     CLOSE EXPEDITE-FEED-FILE.
023577 3700-EXIT.
023578     EXIT.
023579
023580 3710-KEEP-EXPEDITE.
023581     READ EXPEDITE-FEED-FILE
023582         AT END
023583             SET WS-EOF TO TRUE
023584             GO TO 3710-EXIT
023585     END-READ.
023586     IF NOT SCHED-VERDICT-EXPEDITE
023587         GO TO 3710-EXIT
023588     END-IF.
023589     ADD 1 TO WS-EXP-COUNT.
023590     IF WS-EXP-COUNT > 50
023591         GO TO 3710-EXIT
023592     END-IF.
023593     MOVE SCHED-LINE-ID TO WS-EXT-LINE-ID(WS-EXP-COUNT).
023594     MOVE SCHED-LINE-NAME TO WS-EXT-LINE-NAME(WS-EXP-COUNT).
023595     MOVE SCHED-DEPT TO WS-EXT-DEPT(WS-EXP-COUNT).
023596     MOVE SCHED-RUN-NBR TO WS-EXT-RUN-NBR(WS-EXP-COUNT).
023597     MOVE SCHED-OPER-ID TO WS-EXT-OPER-ID(WS-EXP-COUNT).
023598 3710-EXIT.
023599     EXIT.
023600
023700******************************************************************
023800*    4000-PRINT-PAGE - THE ONE-PAGE MORNING STATUS: EVERY        *
026400             DELIMITED BY SIZE INTO WS-MORN-LINE
026500     END-IF.
026600     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
026610     PERFORM 4050-PRINT-DROP THRU 4050-EXIT
026620         VARYING WS-DROP-IDX FROM 1 BY 1
026630         UNTIL WS-DROP-IDX > WS-DROP-COUNT.
026700     MOVE SPACES TO WS-MORN-LINE.
026800     IF WS-VB-PRESENT = 'Y'
026900         IF WS-VB-BALANCE = 'B'
029300             ' C=' WS-VB-TOT-C
029400             ' 2WAY=' WS-VB-TOT-TIE
029500             ' EQ=' WS-VB-TOT-EQ
029550             ' RULES=' WS-VB-RULE-SET
029600             DELIMITED BY SIZE INTO WS-MORN-LINE
029700         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
029800     END-IF.
031500         WS-HELD-NOW-DISP
031600         DELIMITED BY SIZE INTO WS-MORN-LINE.
031700     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
031705     MOVE WS-CORR-COUNT TO WS-CORR-COUNT-DISP.
031710     MOVE SPACES TO WS-MORN-LINE.
031715     STRING 'CORRECTIONS POSTED FOR THIS DATE: '
031720         WS-CORR-COUNT-DISP
031725         DELIMITED BY SIZE INTO WS-MORN-LINE.
031730     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
031735     IF WS-CORR-COUNT > 50
031740         MOVE 50 TO WS-CORR-COUNT
031745     END-IF.
031750     PERFORM 4060-PRINT-CORRECTION THRU 4060-EXIT
031755         VARYING WS-CORR-IDX FROM 1 BY 1
031760         UNTIL WS-CORR-IDX > WS-CORR-COUNT.
031762     MOVE WS-EXP-COUNT TO WS-EXP-COUNT-DISP.
031764     MOVE SPACES TO WS-MORN-LINE.
031766     STRING 'EXPEDITES ISSUED FOR THIS DATE: '
031768         WS-EXP-COUNT-DISP
031770         DELIMITED BY SIZE INTO WS-MORN-LINE.
031772     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
031774     IF WS-EXP-COUNT > 50
031776         MOVE 50 TO WS-EXP-COUNT
031778     END-IF.
031780     PERFORM 4070-PRINT-EXPEDITE THRU 4070-EXIT
031782         VARYING WS-EXP-IDX FROM 1 BY 1
031784         UNTIL WS-EXP-IDX > WS-EXP-COUNT.
031800     PERFORM 4100-HIGHEST-CC THRU 4100-EXIT.
031900     MOVE SPACES TO WS-MORN-LINE.
032000     STRING 'HIGHEST CONDITION CODE: ' WS-HIGH-CC
032500     CLOSE MORNING-FILE.
032600 4000-EXIT.
032700     EXIT.
032702
032704******************************************************************
032706*    4050-PRINT-DROP - ONE LINE UNDER THE EDIT PASS FOR EACH     *
032708*    GAUGE DROP: ITS OWN COUNTS, OR WHY IT FAILED CONTROL, OR    *
032710*    THAT IT NEVER ARRIVED.                                      *
032712******************************************************************
032714 4050-PRINT-DROP.
032716     MOVE SPACES TO WS-MORN-LINE.
032718     IF WS-DRP-BALANCE(WS-DROP-IDX) = 'M'
032720         STRING '  DROP ' WS-DRP-STATION(WS-DROP-IDX)
032722             '/' WS-DRP-SHIFT(WS-DROP-IDX)
032724             '  MISSING - NEVER RECEIVED'
032726             DELIMITED BY SIZE INTO WS-MORN-LINE
032728     ELSE
032730         IF WS-DRP-BALANCE(WS-DROP-IDX) = 'B'
032732             STRING '  DROP ' WS-DRP-STATION(WS-DROP-IDX)
032734                 '/' WS-DRP-SHIFT(WS-DROP-IDX)
032736                 '  READ ' WS-DRP-READ(WS-DROP-IDX)
032738                 '  CLEAN ' WS-DRP-CLEAN(WS-DROP-IDX)
032740                 '  REJECTED ' WS-DRP-REJECT(WS-DROP-IDX)
032742                 '  RC ' WS-DRP-RC(WS-DROP-IDX)
032744                 DELIMITED BY SIZE INTO WS-MORN-LINE
032746         ELSE
032748             STRING '  DROP ' WS-DRP-STATION(WS-DROP-IDX)
032750                 '/' WS-DRP-SHIFT(WS-DROP-IDX)
032752                 '  READ ' WS-DRP-READ(WS-DROP-IDX)
032754                 '  CLEAN ' WS-DRP-CLEAN(WS-DROP-IDX)
032756                 '  REJECTED ' WS-DRP-REJECT(WS-DROP-IDX)
032758                 '  CONTROL FAILED'
032760                 DELIMITED BY SIZE INTO WS-MORN-LINE
032762         END-IF
032764     END-IF.
032766     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
032768 4050-EXIT.
032770     EXIT.
032771
032772******************************************************************
032773*    4060-PRINT-CORRECTION - ONE LINE UNDER THE CORRECTION       *
032774*    COUNT FOR EACH VERDICT CORRECTED: WHAT THE SCHEDULER HAD,   *
032775*    WHAT IT HAS NOW, AND WHO CHANGED IT.                        *
032776******************************************************************
032777 4060-PRINT-CORRECTION.
032778     MOVE SPACES TO WS-MORN-LINE.
032779     STRING '  LINE ' WS-CRT-LINE-ID(WS-CORR-IDX)
032780         '  ' WS-CRT-PRIOR-VERDICT(WS-CORR-IDX)
032781         '/' WS-CRT-PRIOR-PRIORITY(WS-CORR-IDX)
032782         ' -> ' WS-CRT-VERDICT(WS-CORR-IDX)
032783         '/' WS-CRT-PRIORITY(WS-CORR-IDX)
032784         '  RUN ' WS-CRT-CORR-NBR(WS-CORR-IDX)
032785         '  BY ' WS-CRT-SUPV-ID(WS-CORR-IDX)
032786         DELIMITED BY SIZE INTO WS-MORN-LINE.
032787     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
032788 4060-EXIT.
032789     EXIT.
032800
032805******************************************************************
032810*    4070-PRINT-EXPEDITE - ONE LINE UNDER THE EXPEDITE COUNT     *
032815*    FOR EACH LINE EXPEDITED: WHICH LINE, ITS DEPARTMENT, THE    *
032820*    RANKING RUN THAT PUBLISHED IT AND THE OPERATOR WHO RAN IT.  *
032825******************************************************************
032830 4070-PRINT-EXPEDITE.
032835     MOVE SPACES TO WS-MORN-LINE.
032840     STRING '  LINE ' WS-EXT-LINE-ID(WS-EXP-IDX)
032845         '  ' WS-EXT-LINE-NAME(WS-EXP-IDX)
032850         '  DEPT ' WS-EXT-DEPT(WS-EXP-IDX)
032855         '  RUN ' WS-EXT-RUN-NBR(WS-EXP-IDX)
032860         '  BY ' WS-EXT-OPER-ID(WS-EXP-IDX)
032865         DELIMITED BY SIZE INTO WS-MORN-LINE.
032870     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
032875 4070-EXIT.
032880     EXIT.
032885
032900 4100-HIGHEST-CC.
033000     MOVE ZERO TO WS-HIGH-CC.
033100     IF WS-VED-PRESENT = 'Y' AND WS-VED-RC > WS-HIGH-CC
035300     END-IF.
035400     IF WS-VED-RC >= 12
035500         STRING 'STATUS: CONTROL FAILURE IN THE EDIT PASS - '
035600             'CHECK THE GAUGE DROPS LISTED'
035700             DELIMITED BY SIZE INTO WS-MORN-LINE
035800         GO TO 4200-EXIT
035900     END-IF.
040300 4900-EXIT.
040400     EXIT.
040500
040502******************************************************************
040504*    9000-FINISH-STEP - RECORD THE STEP'S FINISH AND CONDITION   *
040506*    CODE.  THE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.      *
040508******************************************************************
040510 9000-FINISH-STEP.
040512     IF NOT WS-STPC-STARTED
040514         GO TO 9000-EXIT
040516     END-IF.
040518     MOVE 'N' TO WS-STPC-STARTED-SWITCH.
040520     MOVE RETURN-CODE TO WS-STPC-RC.
040522     SET STPP-FUNC-FINISH TO TRUE.
040524     MOVE WS-STPC-RC TO STPP-COND-CODE.
040526     CALL 'COMP3VSC' USING STEP-PARM.
040528     IF STPP-ERROR
040530         DISPLAY 'COMP3VST: STEP CONTROL NOT UPDATED - '
040532             STPP-MESSAGE
040534     END-IF.
040536     MOVE WS-STPC-RC TO RETURN-CODE.
040538 9000-EXIT.
040540     EXIT.
040542
040600******************************************************************
040700*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
040800******************************************************************
040900 9999-EXIT.
041000     MOVE 16 TO RETURN-CODE.
041010     PERFORM 9000-FINISH-STEP     THRU 9000-EXIT.
041100     STOP RUN.
