002380*                   INSTEAD OF CALENDAR-DATE ARITHMETIC, SO A    *
002382*                   MONDAY-MORNING RECONCILE OF FRIDAY'S FEED    *
002384*                   NO LONGER NEEDS THE DATE KEYED BY HAND.      *
002385*  15-OCT-26  TK    A FEED RECORD THE SCHEDULING SYSTEM          *
002390*                   ACKNOWLEDGED BUT REFUSED ON LOAD (ANY LOAD   *
002395*                   STATUS OTHER THAN 00) NO LONGER COUNTS AS    *
002400*                   MATCHED.  IT IS LISTED IN ITS OWN            *
002405*                   REJECTED-ON-LOAD SECTION WITH THE STATUS     *
002410*                   TRANSLATED TO TEXT, KEPT OFF THE OUTSTANDING *
002415*                   LEDGER, AND QUEUED ON THE                    *
002420*                   REJECTED-BY-SCHEDULER FILE (SCHEDREJ) FOR    *
002425*                   CORRECTION AND RE-RELEASE THROUGH COMP3VRQ.  *
002430*                   A REJECTED PRIORITY RECORD ENDS THE RUN WITH *
002435*                   RETURN CODE 8.  AN 'R' IN COLUMN 10 OF SYSIN *
002440*                   RECONCILES THAT DATE'S RETRANSMISSION FEED   *
002445*                   (SCHEDFEED.R + DATE) INSTEAD; IT CLOSES THE  *
002450*                   QUEUE ENTRIES THE RETRANSMISSION CARRIED AND *
002455*                   WRITES NO STATUS RECORD, SO THE NIGHTLY      *
002460*                   RESULT STAYS ON COMP3VST.                    *
002462*  15-OCT-26  TK    THE NIGHTLY RECONCILE NOW CHECKS THE         *
002464*                   NIGHT-RUN STEP-CONTROL FILE (COMP3VSC)       *
002466*                   FIRST: COMP3VB MUST HAVE FINISHED IN BALANCE *
002468*                   FOR THE SAME BUSINESS DATE, OR THE RUN IS    *
002470*                   REFUSED UNLESS THE NEXT SYSIN LINE READS     *
002472*                   OVERRIDE FOLLOWED BY AN ACTIVE SUPERVISOR'S  *
002474*                   OPERATOR ID.  THE RUN'S START, FINISH AND    *
002476*                   RETURN CODE ARE RECORDED THERE.  A           *
002478*                   RETRANSMISSION RECONCILE IS NOT              *
002480*                   STEP-CONTROLLED.                             *
002482*  15-OCT-26  TK    THE OVERRIDE LINE NOW CARRIES THE            *
002484*                   SUPERVISOR'S PASSWORD AFTER THE ID, AND THE  *
002486*                   STEP CHECK SIGNS THE SUPERVISOR ON WITH IT.  *
002487*  15-OCT-26  TK    THE NIGHTLY RECONCILE NOW ALSO READS THE     *
002488*                   SAME DATE'S INTRADAY EXPEDITE FEED FROM      *
002489*                   COMP3VAR (SCHEDFEED.E + DATE).  EXPEDITES    *
002490*                   ARE MATCHED AGAINST THE SAME ACK FILE,       *
002491*                   TAGGED EXPEDITE WHEN NEVER ACKNOWLEDGED,     *
002492*                   QUEUED WITH FEED TYPE 'E' WHEN REFUSED ON    *
002493*                   LOAD, AND COUNTED SEPARATELY IN THE RUN      *
002494*                   TOTALS.                                      *
002500*  15-OCT-26  TK    OUTSTANDING ITEMS NOW CARRY THE FEED         *
002510*                   (NIGHTLY, RETRANSMISSION OR EXPEDITE) THEY   *
002520*                   WENT OUT ON, AND A CARRIED ITEM OR QUEUED    *
002530*                   REJECT IS ONLY REFRESHED BY THE SAME LINE,   *
002540*                   DATE AND FEED.  AN ACK THAT NAMES ITS FEED   *
002550*                   ONLY MATCHES A FEED RECORD OR LEDGER ITEM    *
002560*                   FROM THAT FEED.  A LEDGER ITEM WRITTEN       *
002570*                   BEFORE THE FEED WAS KEPT COUNTS AS NIGHTLY.  *
002571*  15-OCT-26  TK    EVERY FEED RECORD OR LEDGER ITEM AN ACK      *
002572*                   ANSWERS IS NOW WRITTEN TO AN ACKNOWLEDGMENT  *
002573*                   HISTORY GENERATION FOR THE RUN (ACKHIST.D OR *
002574*                   ACKHIST.R + DATE) WITH THE DATE SENT AND THE *
002575*                   DATE ACKED, FOR THE COMP3VDS ACK LAG.  A     *
002576*                   RERUN REPLACES THE GENERATION BUT KEEPS THE  *
002577*                   LATE ACKNOWLEDGMENTS THE EARLIER RUN SAW.    *
002580******************************************************************
002590 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
004247         ORGANIZATION IS LINE SEQUENTIAL
004264         FILE STATUS IS WS-STAT-STATUS.
004281
004282     SELECT REJECT-QUEUE-FILE ASSIGN TO SCHEDREJ
004284         ORGANIZATION IS LINE SEQUENTIAL
004286         FILE STATUS IS WS-SREJ-STATUS.
004288
004290     SELECT EXPEDITE-FILE ASSIGN USING WS-EXPF-DSN
004292         ORGANIZATION IS LINE SEQUENTIAL
004294         FILE STATUS IS WS-EXPF-STATUS.
004296
004300     SELECT ACK-HISTORY-FILE ASSIGN USING WS-AKH-DSN
004310         ORGANIZATION IS LINE SEQUENTIAL
004320         FILE STATUS IS WS-AKH-STATUS.
004330
004340 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SCHEDULE-FILE
004600     RECORDING MODE IS F.
005100 01  ACK-RECORD.
005200     05  ACK-LINE-ID                 PIC 9(06).
005300     05  ACK-LOAD-STATUS             PIC X(02).
005310         88  ACK-LOADED              VALUE '00' SPACES.
005312*    THE FEED THE ACK ANSWERS (D, R OR E) WHEN THE SCHEDULER
005314*    SAYS; SPACE WHEN IT DOES NOT.
005320     05  ACK-FEED-TYPE               PIC X(01).
005330     05  FILLER                      PIC X(11).
005500
005600 FD  RECON-FILE
005700     RECORDING MODE IS F.
005949     RECORDING MODE IS F.
005966     COPY STATREC.
005983
005984 FD  REJECT-QUEUE-FILE
005986     RECORDING MODE IS F.
005988     COPY SREJREC.
005990
005992 FD  EXPEDITE-FILE
005994     RECORDING MODE IS F.
005996 01  EXPEDITE-RECORD                 PIC X(74).
005998
006000 FD  ACK-HISTORY-FILE
006010     RECORDING MODE IS F.
006020     COPY ACKHREC.
006030
006040 WORKING-STORAGE SECTION.
006100 77  WS-SCHEDULE-STATUS              PIC X(02).
006200     88  WS-SCHEDULE-OK              VALUE '00'.
006300 77  WS-ACK-STATUS                   PIC X(02).
007400         10  WS-SENT-LINE-ID         PIC 9(06).
007500         10  WS-SENT-PRIORITY        PIC X(01).
007600         10  WS-SENT-ACKED           PIC X(01).
007610         10  WS-SENT-DATA            PIC X(74).
007620         10  WS-SENT-FEED            PIC X(01).
007700
007702 77  WS-OUTS-STATUS                  PIC X(02).
007704     88  WS-OUTS-OK                  VALUE '00'.
007744         10  WS-TAB-OUT-PRIORITY     PIC X(01).
007746         10  WS-TAB-OUT-AGE          PIC 9(03).
007748         10  WS-TAB-OUT-CLEARED      PIC X(01).
007749         10  WS-TAB-OUT-FEED         PIC X(01).
007750 01  WS-AGING-LINE                   PIC X(80) VALUE SPACES.
007751     COPY CALPARM.
007752 77  WS-AGE-DISP                     PIC 9(03) VALUE ZERO.
007756     88  WS-STAT-OK                  VALUE '00'.
007758 77  WS-FEED-RUN-NBR                 PIC 9(06) VALUE ZERO.
007760 77  WS-STEP-RC                      PIC 9(02) VALUE ZERO.
007765 77  WS-STPC-STARTED-SWITCH          PIC X(01) VALUE 'N'.
007770     88  WS-STPC-STARTED             VALUE 'Y'.
007775 77  WS-STPC-RC                      PIC 9(02) VALUE ZERO.
007780 77  WS-STPC-OVR-LINE                PIC X(80) VALUE SPACES.
007785 77  WS-STPC-OVR-WORD                PIC X(08) VALUE SPACES.
007790 77  WS-STPC-OVR-ID                  PIC X(08) VALUE SPACES.
007792 77  WS-STPC-OVR-PWD                 PIC X(08) VALUE SPACES.
007795     COPY STEPPARM.
007800 77  WS-SENT-COUNT                   PIC 9(04) COMP VALUE ZERO.
007900 77  WS-SENT-IDX                     PIC 9(04) COMP VALUE ZERO.
008000 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
008300 77  WS-NOT-SENT-COUNT               PIC 9(04) COMP VALUE ZERO.
008400 77  WS-PRIORITY-LOST-COUNT          PIC 9(04) COMP VALUE ZERO.
008500 77  WS-COUNT-DISP                   PIC 9(04) VALUE ZERO.
008510 77  WS-EXPF-STATUS                  PIC X(02).
008520     88  WS-EXPF-OK                  VALUE '00'.
008530     88  WS-EXPF-NOTFND              VALUE '35'.
008540 77  WS-EXPF-EOF-SWITCH              PIC X(01) VALUE 'N'.
008550     88  WS-EXPF-EOF                 VALUE 'Y'.
008560 77  WS-EXPF-DSN                     PIC X(44) VALUE SPACES.
008570 77  WS-EXP-SENT-COUNT               PIC 9(04) COMP VALUE ZERO.
008580 77  WS-EXP-UNACKED-COUNT            PIC 9(04) COMP VALUE ZERO.
008590 77  WS-EXP-REJ-COUNT                PIC 9(04) COMP VALUE ZERO.
008595 77  WS-AKH-STATUS                   PIC X(02).
008600     88  WS-AKH-OK                   VALUE '00'.
008605     88  WS-AKH-NOTFND               VALUE '35'.
008610 77  WS-AKH-EOF-SWITCH               PIC X(01) VALUE 'N'.
008615     88  WS-AKH-EOF                  VALUE 'Y'.
008620 77  WS-AKH-DSN                      PIC X(44) VALUE SPACES.
008625 77  WS-AKH-COUNT                    PIC 9(04) COMP VALUE ZERO.
008630 77  WS-KEPT-COUNT                   PIC 9(03) COMP VALUE ZERO.
008635 77  WS-KEPT-IDX                     PIC 9(03) COMP VALUE ZERO.
008640 77  WS-KEPT-FOUND-IDX               PIC 9(03) COMP VALUE ZERO.
008645*    THE LATE ACKNOWLEDGMENTS AN EARLIER RUN OF THE SAME DATE PUT
008650*    ON ITS ACK HISTORY GENERATION, KEPT ACROSS A RERUN.
008655 01  WS-KEPT-TABLE.
008660     05  WS-KEPT-ENTRY OCCURS 500 TIMES.
008665         10  WS-KEPT-LINE            PIC 9(06).
008670         10  WS-KEPT-SENT            PIC 9(08).
008675         10  WS-KEPT-FEED            PIC X(01).
008680         10  WS-KEPT-DATA            PIC X(40).
008685
008700 01  WS-RECON-LINE                   PIC X(80) VALUE SPACES.
008710 77  WS-SCHED-DSN                    PIC X(44) VALUE SPACES.
008712 01  WS-RC-PARM.
008714     05  WS-BUS-DATE-IN              PIC X(08) VALUE SPACES.
008716     05  FILLER                      PIC X(01) VALUE SPACES.
008718     05  WS-FEED-TYPE-IN             PIC X(01) VALUE SPACES.
008720         88  WS-RETRANSMIT-RUN       VALUE 'R'.
008730 77  WS-BUS-DATE                     PIC 9(08) VALUE ZERO.
008732
008734 77  WS-SREJ-STATUS                  PIC X(02).
008736     88  WS-SREJ-OK                  VALUE '00'.
008738     88  WS-SREJ-NOTFND              VALUE '35'.
008740 77  WS-SREJ-EOF-SWITCH              PIC X(01) VALUE 'N'.
008742     88  WS-SREJ-EOF                 VALUE 'Y'.
008744 77  WS-REJ-COUNT                    PIC 9(03) COMP VALUE ZERO.
008746 77  WS-REJ-IDX                      PIC 9(03) COMP VALUE ZERO.
008748 77  WS-REJ-FOUND-IDX                PIC 9(03) COMP VALUE ZERO.
008750 77  WS-REJ-CLOSED-COUNT             PIC 9(03) COMP VALUE ZERO.
008752 77  WS-REJECTED-COUNT               PIC 9(04) COMP VALUE ZERO.
008754 77  WS-PRIORITY-REJ-COUNT           PIC 9(04) COMP VALUE ZERO.
008756 77  WS-ACKS-IDX                     PIC 9(02) COMP VALUE ZERO.
008758 77  WS-STATUS-TEXT                  PIC X(24) VALUE SPACES.
008760*    THE REJECTED-BY-SCHEDULER QUEUE, HELD WHOLE AND REWRITTEN AT
008762*    THE END OF THE RUN.  ACTION K = CARRIED AS READ, N = QUEUED
008764*    OR REFRESHED THIS RUN, D = CLOSED BY A RETRANSMISSION.
008766 01  WS-REJ-TABLE.
008768     05  WS-REJ-ENTRY OCCURS 500 TIMES.
008770         10  WS-TAB-REJ-LINE         PIC 9(06).
008772         10  WS-TAB-REJ-DATE         PIC 9(08).
008773         10  WS-TAB-REJ-FEED         PIC X(01).
008774         10  WS-TAB-REJ-STATE        PIC X(01).
008776         10  WS-TAB-REJ-IMG-LINE     PIC X(06).
008778         10  WS-TAB-REJ-ACTION       PIC X(01).
008780         10  WS-TAB-REJ-DATA         PIC X(150).
008782     COPY SREJREC REPLACING ==SCHED-REJECT-RECORD== BY
008784         ==WS-WORK-REJ==.
008786*    THE FRONT OF A FEED RECORD IMAGE CARRIED ON THE QUEUE.
008788 01  WS-WORK-SCHED.
008790     05  WS-IMG-LINE-ID              PIC 9(06).
008792     05  FILLER                      PIC X(02).
008794     05  WS-IMG-PRIORITY-FLAG        PIC X(01).
008796     05  FILLER                      PIC X(65).
008798     COPY ACKSTAT.
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
009150     PERFORM 1500-LOAD-OUTSTANDING THRU 1500-EXIT.
009160     PERFORM 1600-LOAD-REJECT-QUEUE THRU 1600-EXIT.
009200     PERFORM 2000-LOAD-SENT       THRU 2000-EXIT.
009300     PERFORM 3000-MATCH-ACKS      THRU 3000-EXIT.
009310     PERFORM 3800-REPORT-REJECTED THRU 3800-EXIT.
009400     PERFORM 4000-REPORT-UNACKED  THRU 4000-EXIT.
009450     PERFORM 4500-AGE-AND-REPORT  THRU 4500-EXIT.
009460     PERFORM 4800-REWRITE-OUTSTANDING THRU 4800-EXIT.
009470     PERFORM 4900-REWRITE-REJECT-QUEUE THRU 4900-EXIT.
009500     PERFORM 5000-TERMINATE       THRU 5000-EXIT.
009510     PERFORM 9000-FINISH-STEP     THRU 9000-EXIT.
009600     STOP RUN.
009700
009800******************************************************************
009900*    1000-INITIALIZE - OPEN ALL THREE FILES                      *
010000******************************************************************
010100 1000-INITIALIZE.
010110     ACCEPT WS-RC-PARM.
010120     IF WS-BUS-DATE-IN IS NUMERIC
010130         MOVE WS-BUS-DATE-IN TO WS-BUS-DATE
010140     ELSE
010150             ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
010155         END-IF
010160     END-IF.
010161*    A RETRANSMISSION IS RECONCILED WHENEVER THE QUEUE IS WORKED,
010162*    OUTSIDE THE NIGHT'S RUNNING ORDER.
010163     IF NOT WS-RETRANSMIT-RUN
010164         PERFORM 1900-CHECK-STEP-CONTROL THRU 1900-EXIT
010165         PERFORM 1950-START-STEP THRU 1950-EXIT
010166     END-IF.
010170     MOVE SPACES TO WS-SCHED-DSN.
010172     IF WS-RETRANSMIT-RUN
010174         STRING 'SCHEDFEED.R' WS-BUS-DATE DELIMITED BY SIZE
010176             INTO WS-SCHED-DSN
010178     ELSE
010180         STRING 'SCHEDFEED.D' WS-BUS-DATE DELIMITED BY SIZE
010182             INTO WS-SCHED-DSN
010184     END-IF.
010195     DISPLAY 'COMP3VRC: RECONCILING ' WS-SCHED-DSN.
010200     OPEN INPUT SCHEDULE-FILE.
010300     IF NOT WS-SCHEDULE-OK
012262             TO WS-TAB-OUT-PRIORITY(WS-OUT-COUNT)
012264         MOVE OUT-AGE-DAYS TO WS-TAB-OUT-AGE(WS-OUT-COUNT)
012266         MOVE 'N' TO WS-TAB-OUT-CLEARED(WS-OUT-COUNT)
012267         IF OUT-FEED-TYPE = SPACE
012268             MOVE 'D' TO WS-TAB-OUT-FEED(WS-OUT-COUNT)
012269         ELSE
012270             MOVE OUT-FEED-TYPE TO WS-TAB-OUT-FEED(WS-OUT-COUNT)
012271         END-IF
012272     ELSE
012273         DISPLAY 'COMP3VRC: MORE THAN 500 OUTSTANDING ITEMS, '
012274             'LEDGER IS NOT COMPLETE'
012275     END-IF.
012276     PERFORM 1510-READ-OUTSTANDING THRU 1510-EXIT.
012278 1520-EXIT.
012280     EXIT.
012281
012282******************************************************************
012283*    1600-LOAD-REJECT-QUEUE - TABLE THE REJECTED-BY-SCHEDULER    *
012284*    QUEUE EARLIER RUNS BUILT.  NO FILE YET MEANS NOTHING        *
012285*    QUEUED.  THE WHOLE QUEUE IS REWRITTEN AT THE END, SO ONE    *
012286*    THAT DOES NOT FIT THE TABLE STOPS THE RUN RATHER THAN LOSE  *
012287*    ENTRIES.                                                    *
012288******************************************************************
012289 1600-LOAD-REJECT-QUEUE.
012290     MOVE ZERO TO WS-REJ-COUNT.
012291     MOVE 'N' TO WS-SREJ-EOF-SWITCH.
012292     OPEN INPUT REJECT-QUEUE-FILE.
012293     IF WS-SREJ-NOTFND
012294         GO TO 1600-EXIT
012295     END-IF.
012296     IF NOT WS-SREJ-OK
012297         DISPLAY 'COMP3VRC: CANNOT OPEN REJECT QUEUE, '
012298             'STATUS = ' WS-SREJ-STATUS
012299         GO TO 9999-EXIT
012300     END-IF.
012301     PERFORM 1610-READ-REJECT THRU 1610-EXIT.
012302     PERFORM 1620-STORE-REJECT THRU 1620-EXIT
012303         UNTIL WS-SREJ-EOF.
012304     CLOSE REJECT-QUEUE-FILE.
012305 1600-EXIT.
012306     EXIT.
012307
012308 1610-READ-REJECT.
012309     READ REJECT-QUEUE-FILE
012310         AT END
012311             SET WS-SREJ-EOF TO TRUE
012312     END-READ.
012313 1610-EXIT.
012314     EXIT.
012315
012316 1620-STORE-REJECT.
012317     IF WS-REJ-COUNT >= 500
012318         DISPLAY 'COMP3VRC: MORE THAN 500 REJECT QUEUE ENTRIES - '
012319             'REWRITING THE QUEUE WOULD LOSE THE REST'
012320         CLOSE REJECT-QUEUE-FILE
012321         GO TO 9999-EXIT
012322     END-IF.
012323     ADD 1 TO WS-REJ-COUNT.
012324     MOVE WS-REJ-COUNT TO WS-REJ-IDX.
012325     MOVE SCHED-REJECT-RECORD TO WS-TAB-REJ-DATA(WS-REJ-IDX).
012326     PERFORM 1630-SET-REJ-KEYS THRU 1630-EXIT.
012327     MOVE 'K' TO WS-TAB-REJ-ACTION(WS-REJ-IDX).
012328     PERFORM 1610-READ-REJECT THRU 1610-EXIT.
012329 1620-EXIT.
012330     EXIT.
012331
012332 1630-SET-REJ-KEYS.
012333     MOVE WS-TAB-REJ-DATA(WS-REJ-IDX) TO WS-WORK-REJ.
012334     MOVE SREJ-SCHED-IMAGE OF WS-WORK-REJ TO WS-WORK-SCHED.
012335     MOVE SREJ-LINE-ID OF WS-WORK-REJ
012336         TO WS-TAB-REJ-LINE(WS-REJ-IDX).
012337     MOVE SREJ-BUS-DATE OF WS-WORK-REJ
012338         TO WS-TAB-REJ-DATE(WS-REJ-IDX).
012339     MOVE SREJ-FEED-TYPE OF WS-WORK-REJ
012340         TO WS-TAB-REJ-FEED(WS-REJ-IDX).
012341     MOVE SREJ-STATE OF WS-WORK-REJ
012342         TO WS-TAB-REJ-STATE(WS-REJ-IDX).
012343     MOVE WS-IMG-LINE-ID
012344         TO WS-TAB-REJ-IMG-LINE(WS-REJ-IDX).
012345 1630-EXIT.
012346     EXIT.
012347
012348******************************************************************
012349*    1900-CHECK-STEP-CONTROL - THE STEP BEFORE THIS ONE MUST     *
012350*    HAVE FINISHED CLEANLY FOR THE SAME BUSINESS DATE.  IF NOT,  *
012352*    THE RUN IS REFUSED UNLESS THE NEXT SYSIN LINE READS         *
012354*    OVERRIDE, AN ACTIVE SUPERVISOR'S OPERATOR ID AND PASSWORD.  *
012356******************************************************************
012358 1900-CHECK-STEP-CONTROL.
012360     SET STPP-FUNC-CHECK TO TRUE.
012362     MOVE 'COMP3VRC' TO STPP-PROGRAM.
012364     MOVE WS-BUS-DATE TO STPP-BUS-DATE.
012366     MOVE SPACES TO STPP-SUPV-ID.
012368     CALL 'COMP3VSC' USING STEP-PARM.
012370     IF STPP-ERROR
012372         DISPLAY 'COMP3VRC: STEP CONTROL FAILED - ' STPP-MESSAGE
012374         GO TO 9999-EXIT
012376     END-IF.
012378     IF STPP-OK
012380         GO TO 1900-EXIT
012382     END-IF.
012384     DISPLAY 'COMP3VRC: ' STPP-MESSAGE.
012386     ACCEPT WS-STPC-OVR-LINE.
012388     UNSTRING WS-STPC-OVR-LINE DELIMITED BY ALL SPACE
012390         INTO WS-STPC-OVR-WORD WS-STPC-OVR-ID WS-STPC-OVR-PWD.
012392     IF WS-STPC-OVR-WORD NOT = 'OVERRIDE'
012394         OR WS-STPC-OVR-ID = SPACES
012395         OR WS-STPC-OVR-PWD = SPACES
012396         DISPLAY 'COMP3VRC: RUN REFUSED - SUPPLY OVERRIDE AND A '
012398             'SUPERVISOR ID AND PASSWORD ON SYSIN TO RUN PAST '
012400             STPP-BLOCK-PROGRAM
012402         MOVE 8 TO RETURN-CODE
012404         STOP RUN
012406     END-IF.
012408     SET STPP-FUNC-CHECK TO TRUE.
012410     MOVE WS-STPC-OVR-ID TO STPP-SUPV-ID.
012411     MOVE WS-STPC-OVR-PWD TO STPP-SUPV-PASSWORD.
012412     MOVE SPACES TO WS-STPC-OVR-LINE WS-STPC-OVR-PWD.
012413     CALL 'COMP3VSC' USING STEP-PARM.
012414     IF STPP-OVERRIDDEN
012416         DISPLAY 'COMP3VRC: RUN PAST ' STPP-BLOCK-PROGRAM
012418             ' OVERRIDDEN BY ' STPP-SUPV-ID
012420         GO TO 1900-EXIT
012422     END-IF.
012424     DISPLAY 'COMP3VRC: RUN REFUSED - ' STPP-MESSAGE.
012426     MOVE 8 TO RETURN-CODE.
012428     STOP RUN.
012430 1900-EXIT.
012432     EXIT.
012434
012436******************************************************************
012438*    1950-START-STEP - RECORD ON THE STEP-CONTROL FILE THAT THIS *
012440*    STEP IS UNDER WAY FOR THE BUSINESS DATE, WITH ANY OVERRIDE  *
012442*    THE CHECK ACCEPTED.                                         *
012444******************************************************************
012446 1950-START-STEP.
012448     SET STPP-FUNC-START TO TRUE.
012450     MOVE ZERO TO STPP-RUN-NBR.
012452     CALL 'COMP3VSC' USING STEP-PARM.
012454     IF STPP-ERROR
012456         DISPLAY 'COMP3VRC: STEP CONTROL FAILED - ' STPP-MESSAGE
012458         GO TO 9999-EXIT
012460     END-IF.
012462     SET WS-STPC-STARTED TO TRUE.
012464 1950-EXIT.
012466     EXIT.
012468
012470******************************************************************
012472*    2000-LOAD-SENT - TABLE EVERY RECORD COMP3VB SENT ON THE     *
012500*    FEED, WITH ITS PRIORITY FLAG, ALL MARKED NOT YET            *
012600*    ACKNOWLEDGED.                                               *
012610*    ON A NIGHTLY RECONCILE THE SAME DATE'S INTRADAY EXPEDITE    *
012620*    FEED IS TABLED AFTER IT, EACH RECORD MARKED BY THE FEED IT  *
012630*    CAME ON SO A REFUSAL IS QUEUED AGAINST THE RIGHT ONE.       *
012700******************************************************************
012800 2000-LOAD-SENT.
012900     MOVE 'N' TO WS-EOF-SWITCH.
013100     PERFORM 2200-STORE-SENT    THRU 2200-EXIT
013200         UNTIL WS-EOF.
013300     CLOSE SCHEDULE-FILE.
013310     IF NOT WS-RETRANSMIT-RUN
013320         PERFORM 2400-LOAD-EXPEDITES THRU 2400-EXIT
013330     END-IF.
013400 2000-EXIT.
013500     EXIT.
013600
014900         MOVE SCHED-PRIORITY-FLAG
015000             TO WS-SENT-PRIORITY(WS-SENT-COUNT)
015100         MOVE 'N' TO WS-SENT-ACKED(WS-SENT-COUNT)
015110         MOVE SCHEDULE-RECORD TO WS-SENT-DATA(WS-SENT-COUNT)
015111         IF WS-RETRANSMIT-RUN
015112             MOVE 'R' TO WS-SENT-FEED(WS-SENT-COUNT)
015113         ELSE
015114             MOVE 'D' TO WS-SENT-FEED(WS-SENT-COUNT)
015115         END-IF
015120         IF WS-RETRANSMIT-RUN
015130             PERFORM 2300-CLOSE-RERELEASED THRU 2300-EXIT
015140         END-IF
015200     ELSE
015300         DISPLAY 'COMP3VRC: FEED EXCEEDS 2000 RECORDS, '
015400             'RECONCILIATION IS NOT COMPLETE'
015600     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
015700 2200-EXIT.
015800     EXIT.
015802
015804******************************************************************
015806*    2300-CLOSE-RERELEASED - ON A RETRANSMISSION RECONCILE,      *
015808*    EACH FEED RECORD READ IS THE RE-RELEASE OF A QUEUE ENTRY    *
015810*    FOR THE SAME BUSINESS DATE.  THAT ENTRY COMES OFF THE       *
015812*    QUEUE; FROM HERE THE RECORD IS RECONCILED LIKE ANY OTHER -  *
015814*    ACKNOWLEDGED, CARRIED AS OUTSTANDING, OR QUEUED AGAIN IF    *
015816*    THE SCHEDULER REFUSES IT AGAIN.                             *
015818******************************************************************
015820 2300-CLOSE-RERELEASED.
015822     PERFORM 2310-CLOSE-ONE THRU 2310-EXIT
015824         VARYING WS-REJ-IDX FROM 1 BY 1
015826         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
015828 2300-EXIT.
015830     EXIT.
015832
015834 2310-CLOSE-ONE.
015836     IF WS-TAB-REJ-STATE(WS-REJ-IDX) = 'R'
015838         AND WS-TAB-REJ-DATE(WS-REJ-IDX) = WS-BUS-DATE
015840         AND WS-TAB-REJ-IMG-LINE(WS-REJ-IDX) = SCHED-LINE-ID
015842         AND WS-TAB-REJ-ACTION(WS-REJ-IDX) NOT = 'D'
015844         MOVE 'D' TO WS-TAB-REJ-ACTION(WS-REJ-IDX)
015846         ADD 1 TO WS-REJ-CLOSED-COUNT
015848     END-IF.
015850 2310-EXIT.
015852     EXIT.
015900
015901******************************************************************
015902*    2400-LOAD-EXPEDITES - TABLE THE INTRADAY EXPEDITES COMP3VAR *
015903*    PUBLISHED FOR THE SAME BUSINESS DATE (SCHEDFEED.E + DATE).  *
015904*    THE SCHEDULER ACKNOWLEDGES THEM ON THE SAME ACK FILE, SO    *
015905*    THEY ARE MATCHED, QUEUED AND CARRIED EXACTLY AS NIGHTLY     *
015906*    RECORDS ARE.  NO FILE MEANS NO EXPEDITES WERE ISSUED.       *
015907******************************************************************
015908 2400-LOAD-EXPEDITES.
015909     MOVE SPACES TO WS-EXPF-DSN.
015910     STRING 'SCHEDFEED.E' WS-BUS-DATE DELIMITED BY SIZE
015911         INTO WS-EXPF-DSN.
015912     MOVE 'N' TO WS-EXPF-EOF-SWITCH.
015913     OPEN INPUT EXPEDITE-FILE.
015914     IF WS-EXPF-NOTFND
015915         DISPLAY 'COMP3VRC: NO EXPEDITES ISSUED FOR ' WS-BUS-DATE
015916         GO TO 2400-EXIT
015917     END-IF.
015918     IF NOT WS-EXPF-OK
015919         DISPLAY 'COMP3VRC: CANNOT OPEN EXPEDITE FEED, STATUS = '
015920             WS-EXPF-STATUS
015921         GO TO 9999-EXIT
015922     END-IF.
015923     DISPLAY 'COMP3VRC: RECONCILING ' WS-EXPF-DSN.
015924     PERFORM 2410-READ-EXPEDITE THRU 2410-EXIT.
015925     PERFORM 2420-STORE-EXPEDITE THRU 2420-EXIT
015926         UNTIL WS-EXPF-EOF.
015927     CLOSE EXPEDITE-FILE.
015928 2400-EXIT.
015929     EXIT.
015930
015931 2410-READ-EXPEDITE.
015932     READ EXPEDITE-FILE
015933         AT END
015934             SET WS-EXPF-EOF TO TRUE
015935     END-READ.
015936 2410-EXIT.
015937     EXIT.
015938
015939 2420-STORE-EXPEDITE.
015940     IF WS-SENT-COUNT < 2000
015941         ADD 1 TO WS-SENT-COUNT
015942         ADD 1 TO WS-EXP-SENT-COUNT
015943         MOVE EXPEDITE-RECORD TO WS-WORK-SCHED
015944         MOVE WS-IMG-LINE-ID TO WS-SENT-LINE-ID(WS-SENT-COUNT)
015945         MOVE WS-IMG-PRIORITY-FLAG
015946             TO WS-SENT-PRIORITY(WS-SENT-COUNT)
015947         MOVE 'N' TO WS-SENT-ACKED(WS-SENT-COUNT)
015948         MOVE 'E' TO WS-SENT-FEED(WS-SENT-COUNT)
015949         MOVE EXPEDITE-RECORD TO WS-SENT-DATA(WS-SENT-COUNT)
015950     ELSE
015951         DISPLAY 'COMP3VRC: FEED EXCEEDS 2000 RECORDS, '
015952             'RECONCILIATION IS NOT COMPLETE'
015953         SET WS-TABLE-OVERFLOWED TO TRUE
015954     END-IF.
015955     PERFORM 2410-READ-EXPEDITE THRU 2410-EXIT.
015956 2420-EXIT.
015957     EXIT.
015958
016000******************************************************************
016100*    3000-MATCH-ACKS - WALK THE ACKNOWLEDGMENT FILE.  EACH ACK   *
016200*    CHECKS OFF THE FIRST STILL-UNMATCHED FEED RECORD WITH THE   *
016300*    SAME LINE ID; AN ACK WITH NO FEED RECORD LEFT TO MATCH      *
016400*    GOES STRAIGHT TO THE ACKNOWLEDGED-BUT-NEVER-SENT BUCKET.    *
016410*    AN ACK WHOSE LOAD STATUS IS NOT ACCEPTED STILL CHECKS OFF   *
016420*    ITS FEED RECORD, BUT THE RECORD GOES TO THE REJECTED-BY-    *
016430*    SCHEDULER QUEUE INSTEAD OF COUNTING AS LANDED.              *
016440*    EVERY FEED RECORD OR LEDGER ITEM AN ACK ANSWERS GOES ON     *
016450*    THE RUN'S ACKNOWLEDGMENT HISTORY (ACKHREC).                 *
016500******************************************************************
016600 3000-MATCH-ACKS.
016610     PERFORM 3050-OPEN-ACK-HISTORY THRU 3050-EXIT.
016700     MOVE 'N' TO WS-EOF-SWITCH.
016800     MOVE SPACES TO WS-RECON-LINE.
016900     STRING 'ACKNOWLEDGED BUT NEVER SENT:'
017300     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
017400         UNTIL WS-EOF.
017500     CLOSE ACK-FILE.
017510     CLOSE ACK-HISTORY-FILE.
017600     IF WS-NOT-SENT-COUNT = ZERO
017700         MOVE SPACES TO WS-RECON-LINE
017800         STRING '   (NONE)' DELIMITED BY SIZE INTO WS-RECON-LINE
018000     END-IF.
018100 3000-EXIT.
018200     EXIT.
018201
018202******************************************************************
018203*    3050-OPEN-ACK-HISTORY - START THE RUN'S GENERATION OF THE   *
018204*    ACKNOWLEDGMENT HISTORY (ACKHIST.D OR ACKHIST.R + DATE).  A  *
018205*    RERUN OF THE DATE REPLACES THE EARLIER RUN'S GENERATION,    *
018206*    BUT KEEPS THE LATE ACKNOWLEDGMENTS THAT RUN SAW: THE ITEMS  *
018207*    THEY CLEARED ARE NO LONGER ON THE LEDGER, SO THIS RUN       *
018208*    CANNOT SEE THEM AGAIN.  ON-TIME ACKNOWLEDGMENTS ARE WRITTEN *
018209*    AFRESH AS TONIGHT'S FEED IS MATCHED.                        *
018210******************************************************************
018211 3050-OPEN-ACK-HISTORY.
018212     MOVE SPACES TO WS-AKH-DSN.
018213     IF WS-RETRANSMIT-RUN
018214         STRING 'ACKHIST.R' WS-BUS-DATE DELIMITED BY SIZE
018215             INTO WS-AKH-DSN
018216     ELSE
018217         STRING 'ACKHIST.D' WS-BUS-DATE DELIMITED BY SIZE
018218             INTO WS-AKH-DSN
018219     END-IF.
018220     MOVE ZERO TO WS-KEPT-COUNT.
018221     MOVE 'N' TO WS-AKH-EOF-SWITCH.
018222     OPEN INPUT ACK-HISTORY-FILE.
018223     IF WS-AKH-OK
018224         PERFORM 3060-READ-ACK-HISTORY THRU 3060-EXIT
018225         PERFORM 3070-KEEP-LATE-ACK THRU 3070-EXIT
018226             UNTIL WS-AKH-EOF
018227         CLOSE ACK-HISTORY-FILE
018228     ELSE
018229         IF NOT WS-AKH-NOTFND
018230             DISPLAY 'COMP3VRC: CANNOT OPEN ' WS-AKH-DSN
018231                 ', STATUS = ' WS-AKH-STATUS
018232             GO TO 9999-EXIT
018233         END-IF
018234     END-IF.
018235     OPEN OUTPUT ACK-HISTORY-FILE.
018236     IF NOT WS-AKH-OK
018237         DISPLAY 'COMP3VRC: CANNOT OPEN ' WS-AKH-DSN
018238             ' FOR OUTPUT, STATUS = ' WS-AKH-STATUS
018239         GO TO 9999-EXIT
018240     END-IF.
018241     PERFORM 3080-WRITE-KEPT THRU 3080-EXIT
018242         VARYING WS-KEPT-IDX FROM 1 BY 1
018243         UNTIL WS-KEPT-IDX > WS-KEPT-COUNT.
018244 3050-EXIT.
018245     EXIT.
018246
018247 3060-READ-ACK-HISTORY.
018248     READ ACK-HISTORY-FILE
018249         AT END
018250             SET WS-AKH-EOF TO TRUE
018251     END-READ.
018252 3060-EXIT.
018253     EXIT.
018254
018255 3070-KEEP-LATE-ACK.
018256     IF AKH-SENT-DATE NOT = AKH-ACK-DATE
018257         IF WS-KEPT-COUNT < 500
018258             ADD 1 TO WS-KEPT-COUNT
018259             MOVE AKH-LINE-ID TO WS-KEPT-LINE(WS-KEPT-COUNT)
018260             MOVE AKH-SENT-DATE TO WS-KEPT-SENT(WS-KEPT-COUNT)
018261             MOVE AKH-FEED-TYPE TO WS-KEPT-FEED(WS-KEPT-COUNT)
018262             MOVE ACK-HISTORY-RECORD
018263                 TO WS-KEPT-DATA(WS-KEPT-COUNT)
018264         ELSE
018265             DISPLAY 'COMP3VRC: MORE THAN 500 LATE '
018266                 'ACKNOWLEDGMENTS ON ' WS-AKH-DSN
018267                 ', THE REST ARE NOT KEPT'
018268         END-IF
018269     END-IF.
018270     PERFORM 3060-READ-ACK-HISTORY THRU 3060-EXIT.
018271 3070-EXIT.
018272     EXIT.
018273
018274 3080-WRITE-KEPT.
018275     WRITE ACK-HISTORY-RECORD FROM WS-KEPT-DATA(WS-KEPT-IDX).
018276     ADD 1 TO WS-AKH-COUNT.
018277 3080-EXIT.
018278     EXIT.
018300
018400 3100-READ-ACK.
018500     READ ACK-FILE
020000     IF WS-MATCHED
020100         MOVE 'Y' TO WS-SENT-ACKED(WS-FOUND-IDX)
020110         PERFORM 3500-CLEAR-RERUN-STALE THRU 3500-EXIT
020115         PERFORM 3250-LOG-ON-TIME-ACK THRU 3250-EXIT
020120         IF NOT ACK-LOADED
020130             MOVE 'R' TO WS-SENT-ACKED(WS-FOUND-IDX)
020140             PERFORM 3600-QUEUE-REJECT THRU 3600-EXIT
020150         END-IF
020200     ELSE
020210         PERFORM 3400-CLEAR-OUTSTANDING THRU 3400-EXIT
020220         IF WS-OUT-FOUND-IDX > ZERO
020221             PERFORM 3260-LOG-LATE-ACK THRU 3260-EXIT
020222             IF NOT ACK-LOADED
020224                 PERFORM 3650-QUEUE-LATE-REJECT THRU 3650-EXIT
020226             END-IF
020230             GO TO 3200-NEXT
020240         END-IF
020300         ADD 1 TO WS-NOT-SENT-COUNT
021000     PERFORM 3100-READ-ACK THRU 3100-EXIT.
021100 3200-EXIT.
021200     EXIT.
021201
021202******************************************************************
021203*    3250-LOG-ON-TIME-ACK - TONIGHT'S FEED RECORD WAS ANSWERED   *
021204*    ON THE DATE IT WENT OUT.                                    *
021205******************************************************************
021206 3250-LOG-ON-TIME-ACK.
021207     MOVE SPACES TO ACK-HISTORY-RECORD.
021208     MOVE ACK-LINE-ID TO AKH-LINE-ID.
021209     MOVE WS-BUS-DATE TO AKH-SENT-DATE.
021210     MOVE WS-BUS-DATE TO AKH-ACK-DATE.
021211     MOVE WS-SENT-FEED(WS-FOUND-IDX) TO AKH-FEED-TYPE.
021212     MOVE WS-SENT-PRIORITY(WS-FOUND-IDX) TO AKH-PRIORITY-FLAG.
021213     MOVE ACK-LOAD-STATUS TO AKH-LOAD-STATUS.
021214     WRITE ACK-HISTORY-RECORD.
021215     ADD 1 TO WS-AKH-COUNT.
021216 3250-EXIT.
021217     EXIT.
021218
021219******************************************************************
021220*    3260-LOG-LATE-ACK - A LEDGER ITEM FROM AN EARLIER DATE WAS  *
021221*    ANSWERED TONIGHT.  ONE AN EARLIER RUN OF THE DATE ALREADY   *
021222*    LOGGED (AND KEPT ACROSS THE RERUN) IS NOT LOGGED TWICE.     *
021223******************************************************************
021224 3260-LOG-LATE-ACK.
021225     MOVE ZERO TO WS-KEPT-FOUND-IDX.
021226     PERFORM 3270-FIND-KEPT THRU 3270-EXIT
021227         VARYING WS-KEPT-IDX FROM 1 BY 1
021228         UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
021229             OR WS-KEPT-FOUND-IDX > ZERO.
021230     IF WS-KEPT-FOUND-IDX > ZERO
021231         GO TO 3260-EXIT
021232     END-IF.
021233     MOVE SPACES TO ACK-HISTORY-RECORD.
021234     MOVE WS-TAB-OUT-ID(WS-OUT-FOUND-IDX) TO AKH-LINE-ID.
021235     MOVE WS-TAB-OUT-DATE(WS-OUT-FOUND-IDX) TO AKH-SENT-DATE.
021236     MOVE WS-BUS-DATE TO AKH-ACK-DATE.
021237     MOVE WS-TAB-OUT-FEED(WS-OUT-FOUND-IDX) TO AKH-FEED-TYPE.
021238     MOVE WS-TAB-OUT-PRIORITY(WS-OUT-FOUND-IDX)
021239         TO AKH-PRIORITY-FLAG.
021240     MOVE ACK-LOAD-STATUS TO AKH-LOAD-STATUS.
021241     WRITE ACK-HISTORY-RECORD.
021242     ADD 1 TO WS-AKH-COUNT.
021243 3260-EXIT.
021244     EXIT.
021245
021246 3270-FIND-KEPT.
021247     IF WS-KEPT-LINE(WS-KEPT-IDX)
021248             = WS-TAB-OUT-ID(WS-OUT-FOUND-IDX)
021249         AND WS-KEPT-SENT(WS-KEPT-IDX)
021250             = WS-TAB-OUT-DATE(WS-OUT-FOUND-IDX)
021251         AND WS-KEPT-FEED(WS-KEPT-IDX)
021252             = WS-TAB-OUT-FEED(WS-OUT-FOUND-IDX)
021253         MOVE WS-KEPT-IDX TO WS-KEPT-FOUND-IDX
021254     END-IF.
021255 3270-EXIT.
021256     EXIT.
021300
021400 3300-FIND-SENT.
021500     IF WS-SENT-LINE-ID(WS-SENT-IDX) = ACK-LINE-ID
021510         AND WS-SENT-ACKED(WS-SENT-IDX) = 'N'
021520         AND (ACK-FEED-TYPE = SPACE
021530             OR ACK-FEED-TYPE = WS-SENT-FEED(WS-SENT-IDX))
021700         MOVE WS-SENT-IDX TO WS-FOUND-IDX
021800         SET WS-MATCHED TO TRUE
021900     END-IF.
022100     EXIT.
022110
022112******************************************************************
022113*    3400-CLEAR-OUTSTANDING - AN ACK WITH NO FEED RECORD LEFT    *
022114*    TONIGHT MAY BE THE LATE ACKNOWLEDGMENT OF AN ITEM AN        *
022115*    EARLIER RUN CARRIED FORWARD.  THE OLDEST STILL-UNCLEARED    *
022116*    ITEM FOR THE LINE (FROM THE SAME FEED, WHEN THE ACK SAYS    *
022117*    WHICH FEED IT ANSWERS) IS CLEARED; ONLY AN ACK THAT MATCHES *
022118*    NOTHING AT ALL COUNTS AS ACKNOWLEDGED-BUT-NEVER-SENT.       *
022124******************************************************************
022126 3400-CLEAR-OUTSTANDING.
022128     MOVE ZERO TO WS-OUT-FOUND-IDX.
022160
022162 3410-FIND-OUTSTANDING.
022164     IF WS-TAB-OUT-ID(WS-OUT-IDX) = ACK-LINE-ID
022165         AND WS-TAB-OUT-CLEARED(WS-OUT-IDX) = 'N'
022166         AND (ACK-FEED-TYPE = SPACE
022167             OR ACK-FEED-TYPE = WS-TAB-OUT-FEED(WS-OUT-IDX))
022168         MOVE WS-OUT-IDX TO WS-OUT-FOUND-IDX
022170     END-IF.
022172 3410-EXIT.
022234     END-IF.
022236 3510-EXIT.
022238     EXIT.
022239
022240******************************************************************
022241*    3600-QUEUE-REJECT - TONIGHT'S FEED RECORD WAS ACKNOWLEDGED  *
022242*    BUT REFUSED ON LOAD.  IT IS NOT ON THE SCHEDULE, SO IT      *
022243*    DOES NOT COUNT AS LANDED; BUT THE SCHEDULER DID ANSWER, SO  *
022244*    IT IS NOT CHASED ON THE OUTSTANDING LEDGER EITHER.  IT      *
022245*    GOES ON THE REJECTED-BY-SCHEDULER QUEUE WITH THE RECORD AS  *
022246*    SENT, READY TO BE CORRECTED AND RE-RELEASED.                *
022247******************************************************************
022248 3600-QUEUE-REJECT.
022249     ADD 1 TO WS-REJECTED-COUNT.
022250     IF WS-SENT-PRIORITY(WS-FOUND-IDX) = 'Y'
022251         ADD 1 TO WS-PRIORITY-REJ-COUNT
022252     END-IF.
022253     MOVE SPACES TO WS-WORK-REJ.
022254     MOVE ACK-LINE-ID TO SREJ-LINE-ID OF WS-WORK-REJ.
022255     MOVE WS-BUS-DATE TO SREJ-BUS-DATE OF WS-WORK-REJ.
022256     MOVE WS-SENT-FEED(WS-FOUND-IDX)
022257         TO SREJ-FEED-TYPE OF WS-WORK-REJ.
022258     IF WS-SENT-FEED(WS-FOUND-IDX) = 'E'
022259         ADD 1 TO WS-EXP-REJ-COUNT
022260     END-IF.
022261     MOVE WS-SENT-DATA(WS-FOUND-IDX)
022262         TO SREJ-SCHED-IMAGE OF WS-WORK-REJ.
022263     PERFORM 3660-STORE-REJECT THRU 3660-EXIT.
022264 3600-EXIT.
022265     EXIT.
022266
022267******************************************************************
022268*    3650-QUEUE-LATE-REJECT - A LATE ACKNOWLEDGMENT THAT         *
022269*    CLEARED A LEDGER ITEM CAN CARRY A REJECTED LOAD STATUS      *
022270*    TOO.  THE LEDGER KEEPS ONLY THE LINE, DATE AND PRIORITY     *
022271*    FLAG, SO THAT IS ALL THE QUEUE ENTRY'S RECORD IMAGE GETS;   *
022272*    THE REST IS KEYED WHEN IT IS CORRECTED.                     *
022273******************************************************************
022274 3650-QUEUE-LATE-REJECT.
022275     ADD 1 TO WS-REJECTED-COUNT.
022276     IF WS-TAB-OUT-PRIORITY(WS-OUT-FOUND-IDX) = 'Y'
022277         ADD 1 TO WS-PRIORITY-REJ-COUNT
022278     END-IF.
022279     MOVE SPACES TO WS-WORK-REJ.
022280     MOVE ACK-LINE-ID TO SREJ-LINE-ID OF WS-WORK-REJ.
022281     MOVE WS-TAB-OUT-DATE(WS-OUT-FOUND-IDX)
022282         TO SREJ-BUS-DATE OF WS-WORK-REJ.
022283     MOVE WS-TAB-OUT-FEED(WS-OUT-FOUND-IDX)
022284         TO SREJ-FEED-TYPE OF WS-WORK-REJ.
022285     MOVE SPACES TO WS-WORK-SCHED.
022286     MOVE ACK-LINE-ID TO WS-IMG-LINE-ID.
022287     MOVE WS-TAB-OUT-PRIORITY(WS-OUT-FOUND-IDX)
022288         TO WS-IMG-PRIORITY-FLAG.
022289     MOVE WS-WORK-SCHED TO SREJ-SCHED-IMAGE OF WS-WORK-REJ.
022290     PERFORM 3660-STORE-REJECT THRU 3660-EXIT.
022291 3650-EXIT.
022292     EXIT.
022293
022294******************************************************************
022295*    3660-STORE-REJECT - ADD THE WORK ENTRY TO THE QUEUE TABLE.  *
022296*    A RERUN OF THE SAME BUSINESS DATE REFRESHES THE ENTRY THE   *
022297*    EARLIER RUN QUEUED FOR THE LINE INSTEAD OF QUEUING IT       *
022298*    TWICE, UNLESS THAT ENTRY HAS ALREADY BEEN RE-RELEASED -     *
022299*    THEN THE CORRECTION STANDS.                                 *
022300******************************************************************
022301 3660-STORE-REJECT.
022302     MOVE ACK-LOAD-STATUS TO SREJ-LOAD-STATUS OF WS-WORK-REJ.
022303     PERFORM 3700-TRANSLATE-STATUS THRU 3700-EXIT.
022304     MOVE WS-STATUS-TEXT TO SREJ-STATUS-TEXT OF WS-WORK-REJ.
022305     ACCEPT SREJ-QUEUED-DATE OF WS-WORK-REJ FROM DATE YYYYMMDD.
022306     MOVE 'Q' TO SREJ-STATE OF WS-WORK-REJ.
022307     MOVE ZERO TO SREJ-RELEASE-DATE OF WS-WORK-REJ.
022308     MOVE SPACES TO SREJ-RELEASE-SUPV OF WS-WORK-REJ.
022309     MOVE ZERO TO WS-REJ-FOUND-IDX.
022310     PERFORM 3670-FIND-REJECT THRU 3670-EXIT
022311         VARYING WS-REJ-IDX FROM 1 BY 1
022312         UNTIL WS-REJ-IDX > WS-REJ-COUNT
022313             OR WS-REJ-FOUND-IDX > ZERO.
022314     IF WS-REJ-FOUND-IDX > ZERO
022315         MOVE 'N' TO WS-TAB-REJ-ACTION(WS-REJ-FOUND-IDX)
022316         IF WS-TAB-REJ-STATE(WS-REJ-FOUND-IDX) = 'R'
022317             DISPLAY 'COMP3VRC: LINE ' ACK-LINE-ID
022318                 ' ALREADY RE-RELEASED, QUEUE ENTRY KEPT'
022319         ELSE
022320             MOVE WS-WORK-REJ TO WS-TAB-REJ-DATA(WS-REJ-FOUND-IDX)
022321         END-IF
022322         GO TO 3660-EXIT
022323     END-IF.
022324     IF WS-REJ-COUNT >= 500
022325         DISPLAY 'COMP3VRC: REJECT QUEUE IS FULL, LINE '
022326             ACK-LINE-ID ' NOT QUEUED'
022327         GO TO 3660-EXIT
022328     END-IF.
022329     ADD 1 TO WS-REJ-COUNT.
022330     MOVE WS-REJ-COUNT TO WS-REJ-IDX.
022331     MOVE WS-WORK-REJ TO WS-TAB-REJ-DATA(WS-REJ-IDX).
022332     PERFORM 1630-SET-REJ-KEYS THRU 1630-EXIT.
022333     MOVE 'N' TO WS-TAB-REJ-ACTION(WS-REJ-IDX).
022334 3660-EXIT.
022335     EXIT.
022336
022337 3670-FIND-REJECT.
022338     IF WS-TAB-REJ-LINE(WS-REJ-IDX) = SREJ-LINE-ID OF WS-WORK-REJ
022339         AND WS-TAB-REJ-DATE(WS-REJ-IDX)
022340             = SREJ-BUS-DATE OF WS-WORK-REJ
022341         AND WS-TAB-REJ-FEED(WS-REJ-IDX)
022342             = SREJ-FEED-TYPE OF WS-WORK-REJ
022344         AND WS-TAB-REJ-ACTION(WS-REJ-IDX) NOT = 'D'
022346         MOVE WS-REJ-IDX TO WS-REJ-FOUND-IDX
022348     END-IF.
022350 3670-EXIT.
022352     EXIT.
022354
022356******************************************************************
022358*    3700-TRANSLATE-STATUS - LOOK THE ACK'S LOAD STATUS UP IN    *
022360*    THE SHARED STATUS TABLE FOR THE TEXT THE REPORT AND THE     *
022362*    QUEUE CARRY.                                                *
022364******************************************************************
022366 3700-TRANSLATE-STATUS.
022368     MOVE 'UNKNOWN LOAD STATUS' TO WS-STATUS-TEXT.
022370     MOVE 'N' TO WS-MATCHED-SWITCH.
022372     PERFORM 3710-MATCH-STATUS THRU 3710-EXIT
022374         VARYING WS-ACKS-IDX FROM 1 BY 1
022376         UNTIL WS-ACKS-IDX > 8
022378             OR WS-MATCHED.
022380 3700-EXIT.
022382     EXIT.
022384
022386 3710-MATCH-STATUS.
022388     IF ACKS-CODE(WS-ACKS-IDX) = ACK-LOAD-STATUS
022390         MOVE ACKS-TEXT(WS-ACKS-IDX) TO WS-STATUS-TEXT
022392         SET WS-MATCHED TO TRUE
022394     END-IF.
022396 3710-EXIT.
022398     EXIT.
022400
022402******************************************************************
022404*    3800-REPORT-REJECTED - EVERY FEED RECORD QUEUED OR          *
022406*    REFRESHED ON THE REJECTED-BY-SCHEDULER QUEUE THIS RUN,      *
022408*    WITH THE LOAD STATUS AND ITS TEXT.  A PRIORITY RECORD HERE  *
022410*    PAGES OPERATIONS THE SAME AS ONE NEVER ACKNOWLEDGED.        *
022412******************************************************************
022414 3800-REPORT-REJECTED.
022416     MOVE SPACES TO WS-RECON-LINE.
022418     STRING 'ACKNOWLEDGED BUT REJECTED ON LOAD:'
022420         DELIMITED BY SIZE INTO WS-RECON-LINE.
022422     WRITE RECON-RECORD FROM WS-RECON-LINE.
022424     PERFORM 3810-REPORT-ONE-REJ THRU 3810-EXIT
022426         VARYING WS-REJ-IDX FROM 1 BY 1
022428         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
022430     IF WS-REJECTED-COUNT = ZERO
022432         MOVE SPACES TO WS-RECON-LINE
022434         STRING '   (NONE)' DELIMITED BY SIZE INTO WS-RECON-LINE
022436         WRITE RECON-RECORD FROM WS-RECON-LINE
022438     END-IF.
022440 3800-EXIT.
022442     EXIT.
022444
022446 3810-REPORT-ONE-REJ.
022448     IF WS-TAB-REJ-ACTION(WS-REJ-IDX) NOT = 'N'
022450         GO TO 3810-EXIT
022452     END-IF.
022454     MOVE WS-TAB-REJ-DATA(WS-REJ-IDX) TO WS-WORK-REJ.
022456     MOVE SREJ-SCHED-IMAGE OF WS-WORK-REJ TO WS-WORK-SCHED.
022458     MOVE SPACES TO WS-RECON-LINE.
022460     STRING '   LINE ' SREJ-LINE-ID OF WS-WORK-REJ
022462         '  SENT ' SREJ-BUS-DATE OF WS-WORK-REJ
022464         '  PRIORITY ' WS-IMG-PRIORITY-FLAG
022466         '  STATUS ' SREJ-LOAD-STATUS OF WS-WORK-REJ
022468         ' ' SREJ-STATUS-TEXT OF WS-WORK-REJ
022470         DELIMITED BY SIZE INTO WS-RECON-LINE.
022472     WRITE RECON-RECORD FROM WS-RECON-LINE.
022474 3810-EXIT.
022476     EXIT.
022478
022480******************************************************************
022482*    4000-REPORT-UNACKED - EVERY FEED RECORD STILL UNMATCHED     *
022500*    WENT OUT BUT WAS NEVER ACKNOWLEDGED.  A PRIORITY RECORD     *
022600*    HERE IS THE CASE THAT PAGES OPERATIONS.                     *
022700******************************************************************
024800             ADD 1 TO WS-PRIORITY-LOST-COUNT
024900         END-IF
025000         MOVE SPACES TO WS-RECON-LINE
025010         IF WS-SENT-FEED(WS-SENT-IDX) = 'E'
025020             ADD 1 TO WS-EXP-UNACKED-COUNT
025030             STRING '   LINE ' WS-SENT-LINE-ID(WS-SENT-IDX)
025040                 '  PRIORITY ' WS-SENT-PRIORITY(WS-SENT-IDX)
025050                 '  EXPEDITE'
025060                 DELIMITED BY SIZE INTO WS-RECON-LINE
025070         ELSE
025080             STRING '   LINE ' WS-SENT-LINE-ID(WS-SENT-IDX)
025090                 '  PRIORITY ' WS-SENT-PRIORITY(WS-SENT-IDX)
025100                 DELIMITED BY SIZE INTO WS-RECON-LINE
025110         END-IF
025400         WRITE RECON-RECORD FROM WS-RECON-LINE
025450         PERFORM 4200-CARRY-FORWARD THRU 4200-EXIT
025500     END-IF.
025708*    BECOMES AN OUTSTANDING ITEM, AGE ZERO, SO THE NEXT RUN      *
025710*    STILL KNOWS ABOUT IT.  A RERUN OF THE SAME BUSINESS DATE    *
025712*    REFRESHES THE ITEM THE EARLIER RUN ALREADY CARRIED FOR      *
025714*    THIS LINE, DATE AND FEED INSTEAD OF APPENDING A DUPLICATE   *
025716*    THAT WOULD NEED ITS OWN ACK AND ESCALATE ON ITS OWN.        *
025718******************************************************************
025720 4200-CARRY-FORWARD.
025722     PERFORM 4210-FIND-EXISTING THRU 4210-EXIT.
025754     MOVE WS-SENT-PRIORITY(WS-SENT-IDX)
025756         TO WS-TAB-OUT-PRIORITY(WS-OUT-COUNT).
025758     MOVE ZERO TO WS-TAB-OUT-AGE(WS-OUT-COUNT).
025759     MOVE WS-SENT-FEED(WS-SENT-IDX)
025760         TO WS-TAB-OUT-FEED(WS-OUT-COUNT).
025761     MOVE 'N' TO WS-TAB-OUT-CLEARED(WS-OUT-COUNT).
025762 4200-EXIT.
025764     EXIT.
025766
025788     IF WS-TAB-OUT-ID(WS-OUT-IDX)
025790         = WS-SENT-LINE-ID(WS-SENT-IDX)
025792         AND WS-TAB-OUT-DATE(WS-OUT-IDX) = WS-BUS-DATE
025793         AND WS-TAB-OUT-FEED(WS-OUT-IDX)
025794             = WS-SENT-FEED(WS-SENT-IDX)
025795         AND WS-TAB-OUT-CLEARED(WS-OUT-IDX) = 'N'
025796         MOVE WS-OUT-IDX TO WS-OUT-FOUND-IDX
025798     END-IF.
025800 4220-EXIT.
025974     MOVE WS-TAB-OUT-DATE(WS-OUT-IDX)     TO OUT-BUS-DATE.
025976     MOVE WS-TAB-OUT-PRIORITY(WS-OUT-IDX) TO OUT-PRIORITY-FLAG.
025978     MOVE WS-TAB-OUT-AGE(WS-OUT-IDX)      TO OUT-AGE-DAYS.
025979     MOVE WS-TAB-OUT-FEED(WS-OUT-IDX)     TO OUT-FEED-TYPE.
025980     WRITE OUTSTANDING-RECORD.
025982 4810-EXIT.
025984     EXIT.
025986
025988******************************************************************
025990*    4900-REWRITE-REJECT-QUEUE - THE REJECTED-BY-SCHEDULER       *
025992*    QUEUE IS WRITTEN BACK WITHOUT THE ENTRIES A RETRANSMISSION  *
025994*    RECONCILE HAS CLOSED.  ENTRIES STILL AWAITING CORRECTION    *
025996*    OR STILL ON A RETRANSMISSION NOT YET RECONCILED STAY ON IT. *
025998******************************************************************
026000 4900-REWRITE-REJECT-QUEUE.
026002     OPEN OUTPUT REJECT-QUEUE-FILE.
026004     IF NOT WS-SREJ-OK
026006         DISPLAY 'COMP3VRC: CANNOT REWRITE REJECT QUEUE, '
026008             'STATUS = ' WS-SREJ-STATUS
026010         GO TO 9999-EXIT
026012     END-IF.
026014     PERFORM 4910-WRITE-ONE-REJ THRU 4910-EXIT
026016         VARYING WS-REJ-IDX FROM 1 BY 1
026018         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
026020     CLOSE REJECT-QUEUE-FILE.
026022 4900-EXIT.
026024     EXIT.
026026
026028 4910-WRITE-ONE-REJ.
026030     IF WS-TAB-REJ-ACTION(WS-REJ-IDX) = 'D'
026032         GO TO 4910-EXIT
026034     END-IF.
026036     MOVE WS-TAB-REJ-DATA(WS-REJ-IDX) TO SCHED-REJECT-RECORD.
026038     WRITE SCHED-REJECT-RECORD.
026040 4910-EXIT.
026042     EXIT.
026044
026046******************************************************************
026048*    5000-TERMINATE - TOTALS, RETURN CODE, CLOSE                 *
026100*      0 - FEED AND ACKS MATCH RECORD-FOR-RECORD                 *
026200*      4 - MISMATCHES, BUT NO PRIORITY RECORD LOST               *
026300*      8 - A PRIORITY RECORD WAS SENT AND NEVER ACKNOWLEDGED,    *
026350*          OR WAS ACKNOWLEDGED BUT REJECTED ON LOAD              *
026400******************************************************************
026500 5000-TERMINATE.
026600     MOVE WS-SENT-COUNT TO WS-COUNT-DISP.
027510     MOVE WS-CLEARED-COUNT TO WS-COUNT-DISP.
027520     DISPLAY 'COMP3VRC: OUTSTANDING ITEMS CLEARED='
027530         WS-COUNT-DISP.
027532     MOVE WS-AKH-COUNT TO WS-COUNT-DISP.
027534     DISPLAY 'COMP3VRC: ACK HISTORY RECORDS=' WS-COUNT-DISP.
027540     MOVE WS-CARRIED-COUNT TO WS-COUNT-DISP.
027550     DISPLAY 'COMP3VRC: NEW ITEMS CARRIED FORWARD='
027560         WS-COUNT-DISP.
027570     MOVE WS-ESCALATED-COUNT TO WS-COUNT-DISP.
027580     DISPLAY 'COMP3VRC: ITEMS ESCALATED=' WS-COUNT-DISP.
027582     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP.
027584     DISPLAY 'COMP3VRC: REJECTED ON LOAD AND QUEUED='
027586         WS-COUNT-DISP.
027588     MOVE WS-REJ-CLOSED-COUNT TO WS-COUNT-DISP.
027590     DISPLAY 'COMP3VRC: QUEUE ENTRIES CLOSED BY RETRANSMISSION='
027592         WS-COUNT-DISP.
027593     MOVE WS-EXP-SENT-COUNT TO WS-COUNT-DISP.
027594     DISPLAY 'COMP3VRC: EXPEDITES SENT=' WS-COUNT-DISP.
027595     MOVE WS-EXP-UNACKED-COUNT TO WS-COUNT-DISP.
027596     DISPLAY 'COMP3VRC: EXPEDITES NEVER ACKNOWLEDGED='
027597         WS-COUNT-DISP.
027598     MOVE WS-EXP-REJ-COUNT TO WS-COUNT-DISP.
027599     DISPLAY 'COMP3VRC: EXPEDITES REJECTED ON LOAD='
027600         WS-COUNT-DISP.
027601     CLOSE RECON-FILE.
027602     IF WS-ESCALATED-COUNT > ZERO
027604         DISPLAY 'COMP3VRC: OUTSTANDING ITEMS OLDER THAN '
027606             WS-AGE-LIMIT ' BUSINESS DAYS, RETURN CODE 8'
027608         MOVE 8 TO WS-STEP-RC
027610     END-IF.
027620     IF WS-PRIORITY-REJ-COUNT > ZERO
027630         MOVE WS-PRIORITY-REJ-COUNT TO WS-COUNT-DISP
027640         DISPLAY 'COMP3VRC: ' WS-COUNT-DISP ' PRIORITY RECORDS '
027650             'REJECTED ON LOAD, RETURN CODE 8'
027660         MOVE 8 TO WS-STEP-RC
027670     END-IF.
027700     IF WS-PRIORITY-LOST-COUNT > ZERO
027800         MOVE WS-PRIORITY-LOST-COUNT TO WS-COUNT-DISP
027900         DISPLAY 'COMP3VRC: ' WS-COUNT-DISP ' PRIORITY RECORDS '
028200     ELSE
028300         IF WS-NOT-ACKED-COUNT > ZERO
028400             OR WS-NOT-SENT-COUNT > ZERO
028420             OR WS-REJECTED-COUNT > ZERO
028450             OR WS-TABLE-OVERFLOWED
028500             DISPLAY 'COMP3VRC: MISMATCHES FOUND, RETURN CODE 4'
028520             IF WS-STEP-RC < 4
028700         END-IF
028800     END-IF.
028810     MOVE WS-STEP-RC TO RETURN-CODE.
028820     IF NOT WS-RETRANSMIT-RUN
028830         PERFORM 5500-WRITE-STATUS THRU 5500-EXIT
028840     END-IF.
028900 5000-EXIT.
029000     EXIT.
029010
029018*    READ = FEED RECORDS SENT, CLEAN = ACKNOWLEDGED, REJECT =    *
029020*    SENT-NEVER-ACKED, HELD = ACKED-NEVER-SENT.  THE RUN         *
029022*    NUMBER IS THE ONE CARRIED ON THE FEED RECORDS.              *
029023*    AN ACK THAT WAS REJECTED ON LOAD IS NOT COUNTED CLEAN.      *
029024*    INTRADAY EXPEDITES ARE COUNTED IN WITH THE NIGHTLY FEED.    *
029025******************************************************************
029026 5500-WRITE-STATUS.
029028     OPEN EXTEND STATUS-FILE.
029030     IF WS-STAT-STATUS = '05' OR WS-STAT-STATUS = '35'
029050     MOVE WS-BUS-DATE TO STAT-BUS-DATE.
029052     MOVE WS-FEED-RUN-NBR TO STAT-RUN-NBR.
029054     MOVE WS-SENT-COUNT TO STAT-READ-COUNT.
029056     COMPUTE STAT-CLEAN-COUNT = WS-ACK-COUNT - WS-REJECTED-COUNT.
029058     MOVE WS-NOT-ACKED-COUNT TO STAT-REJECT-COUNT.
029060     MOVE WS-NOT-SENT-COUNT TO STAT-HELD-COUNT.
029062     MOVE SPACE TO STAT-BALANCE-FLAG.
029080 5500-EXIT.
029082     EXIT.
029100
029102******************************************************************
029104*    9000-FINISH-STEP - RECORD THE STEP'S FINISH AND CONDITION   *
029106*    CODE.  THE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.      *
029108******************************************************************
029110 9000-FINISH-STEP.
029112     IF NOT WS-STPC-STARTED
029114         GO TO 9000-EXIT
029116     END-IF.
029118     MOVE 'N' TO WS-STPC-STARTED-SWITCH.
029120     MOVE RETURN-CODE TO WS-STPC-RC.
029122     SET STPP-FUNC-FINISH TO TRUE.
029124     MOVE WS-STPC-RC TO STPP-COND-CODE.
029126     CALL 'COMP3VSC' USING STEP-PARM.
029128     IF STPP-ERROR
029130         DISPLAY 'COMP3VRC: STEP CONTROL NOT UPDATED - '
029132             STPP-MESSAGE
029134     END-IF.
029136     MOVE WS-STPC-RC TO RETURN-CODE.
029138 9000-EXIT.
029140     EXIT.
029142
029200******************************************************************
029300*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
029400******************************************************************
029500 9999-EXIT.
029600     MOVE 16 TO RETURN-CODE.
029610     PERFORM 9000-FINISH-STEP     THRU 9000-EXIT.
029700     STOP RUN.
