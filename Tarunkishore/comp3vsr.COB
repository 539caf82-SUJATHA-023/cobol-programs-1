000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COMP3VSR.
000300 AUTHOR.         TARUNKISHORE.
000400 INSTALLATION.   LINE-INSPECTION.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  15-OCT-26  TK    INITIAL VERSION.  WEEKLY SIGN-OFF REPORT     *
001200*                   FROM THE COMP3VXS SIGN-OFF JOURNAL.  FOR THE *
001300*                   SEVEN DAYS ENDING ON THE DATE GIVEN ON SYSIN *
001400*                   (BLANK MEANS TODAY) IT SHOWS, BY SIGNING     *
001500*                   SUPERVISOR AND BY DEPARTMENT, HOW MANY HELD  *
001600*                   RECORDS WERE APPROVED, OVERRIDDEN AND LEFT   *
001700*                   HELD, THE OVERRIDE RATE, AND THE AVERAGE AND *
001800*                   LONGEST TIME A RELEASED RECORD SAT HELD      *
001900*                   (BUSINESS DAYS FROM THE NIGHT IT WAS HELD,   *
002000*                   FROM COMP3VCD), FOLLOWED BY THE OVERRIDE     *
002100*                   REASONS GIVEN.  AN OVERRIDE RATE NEAR 100    *
002200*                   PERCENT WITH NO HOLD TIME IS THE RUBBER      *
002300*                   STAMP QUALITY HAS BEEN ASKING ABOUT.         *
002310*  15-OCT-26  TK    APPROVALS AND OVERRIDES ARE NOW ALSO COUNTED *
002320*                   BY HOLD REASON, AND A NEW SECTION PRINTS THE *
002330*                   OVERRIDE RATE FOR NEAR-TIE (NT) AND VARIANCE *
002340*                   (DV) HOLDS FOR EACH SUPERVISOR AND THE       *
002350*                   PLANT.  A RECORD LEFT HELD IS JOURNALED IN   *
002360*                   EVERY SESSION UNTIL RELEASED, SO IT NOW      *
002370*                   COUNTS AS LEFT HELD ONCE PER LINE AND HOLD   *
002380*                   DATE.                                        *
002382*  15-OCT-26  TK    A MESSAGE IS SHOWN ONCE WHEN MORE THAN 2000  *
002384*                   LEFT-HELD RECORDS ARE SEEN IN THE WEEK,      *
002386*                   AFTER WHICH REPEATS CAN BE COUNTED MORE THAN *
002388*                   ONCE.                                        *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT JOURNAL-FILE ASSIGN TO SIGNJRNL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-JRNL-STATUS.
003400
003500     SELECT REPORT-FILE  ASSIGN TO SGNWKRPT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REPORT-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  JOURNAL-FILE
004200     RECORDING MODE IS F.
004300     COPY SGNJREC.
004400
004500 FD  REPORT-FILE
004600     RECORDING MODE IS F.
004700 01  REPORT-RECORD                   PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 77  WS-JRNL-STATUS                  PIC X(02).
005100     88  WS-JRNL-OK                  VALUE '00'.
005200     88  WS-JRNL-NOTFND              VALUE '35'.
005300 77  WS-REPORT-STATUS                PIC X(02).
005400     88  WS-REPORT-OK                VALUE '00'.
005500 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
005600     88  WS-EOF                      VALUE 'Y'.
005700
005800 77  WS-WEEK-END-IN                  PIC X(08) VALUE SPACES.
005900 77  WS-WEEK-END-DATE                PIC 9(08) VALUE ZERO.
006000 77  WS-WEEK-END-JD                  PIC S9(08) COMP VALUE ZERO.
006100 77  WS-WEEK-START-JD                PIC S9(08) COMP VALUE ZERO.
006200
006300*    PER-SUPERVISOR AND PER-DEPARTMENT TALLIES.  THE COUNT
006400*    GROUP UNDER EACH KEY HAS THE SAME SHAPE AS WS-WORK-COUNTS
006500*    SO ONE FORMATTING PARAGRAPH PRINTS EITHER TABLE.
006600 01  WS-SUPV-TABLE.
006700     05  WS-SUPV-ENTRY OCCURS 100 TIMES.
006800         10  SV-ID                   PIC X(10).
006900         10  SV-COUNTS.
007000             15  SV-APPROVED         PIC 9(05) COMP-3.
007100             15  SV-OVERRIDDEN       PIC 9(05) COMP-3.
007200             15  SV-LEFT-HELD        PIC 9(05) COMP-3.
007300             15  SV-HOLD-DAYS        PIC 9(07) COMP-3.
007400             15  SV-HOLD-COUNT       PIC 9(05) COMP-3.
007500             15  SV-HOLD-MAX         PIC 9(03) COMP-3.
007510             15  SV-NT-APPROVED      PIC 9(05) COMP-3.
007520             15  SV-NT-OVERRIDDEN    PIC 9(05) COMP-3.
007530             15  SV-DV-APPROVED      PIC 9(05) COMP-3.
007540             15  SV-DV-OVERRIDDEN    PIC 9(05) COMP-3.
007600 01  WS-DEPT-TABLE.
007700     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
007800         10  DP-CODE                 PIC X(10).
007900         10  DP-COUNTS.
008000             15  DP-APPROVED         PIC 9(05) COMP-3.
008100             15  DP-OVERRIDDEN       PIC 9(05) COMP-3.
008200             15  DP-LEFT-HELD        PIC 9(05) COMP-3.
008300             15  DP-HOLD-DAYS        PIC 9(07) COMP-3.
008400             15  DP-HOLD-COUNT       PIC 9(05) COMP-3.
008500             15  DP-HOLD-MAX         PIC 9(03) COMP-3.
008510             15  DP-NT-APPROVED      PIC 9(05) COMP-3.
008520             15  DP-NT-OVERRIDDEN    PIC 9(05) COMP-3.
008530             15  DP-DV-APPROVED      PIC 9(05) COMP-3.
008540             15  DP-DV-OVERRIDDEN    PIC 9(05) COMP-3.
008600 01  WS-PLANT-COUNTS.
008700     05  PL-APPROVED                 PIC 9(05) COMP-3 VALUE ZERO.
008800     05  PL-OVERRIDDEN               PIC 9(05) COMP-3 VALUE ZERO.
008900     05  PL-LEFT-HELD                PIC 9(05) COMP-3 VALUE ZERO.
009000     05  PL-HOLD-DAYS                PIC 9(07) COMP-3 VALUE ZERO.
009100     05  PL-HOLD-COUNT               PIC 9(05) COMP-3 VALUE ZERO.
009200     05  PL-HOLD-MAX                 PIC 9(03) COMP-3 VALUE ZERO.
009210     05  PL-NT-APPROVED              PIC 9(05) COMP-3 VALUE ZERO.
009220     05  PL-NT-OVERRIDDEN            PIC 9(05) COMP-3 VALUE ZERO.
009230     05  PL-DV-APPROVED              PIC 9(05) COMP-3 VALUE ZERO.
009240     05  PL-DV-OVERRIDDEN            PIC 9(05) COMP-3 VALUE ZERO.
009300 01  WS-WORK-COUNTS.
009400     05  WK-APPROVED                 PIC 9(05) COMP-3.
009500     05  WK-OVERRIDDEN               PIC 9(05) COMP-3.
009600     05  WK-LEFT-HELD                PIC 9(05) COMP-3.
009700     05  WK-HOLD-DAYS                PIC 9(07) COMP-3.
009800     05  WK-HOLD-COUNT               PIC 9(05) COMP-3.
009900     05  WK-HOLD-MAX                 PIC 9(03) COMP-3.
009910     05  WK-NT-APPROVED              PIC 9(05) COMP-3.
009920     05  WK-NT-OVERRIDDEN            PIC 9(05) COMP-3.
009930     05  WK-DV-APPROVED              PIC 9(05) COMP-3.
009940     05  WK-DV-OVERRIDDEN            PIC 9(05) COMP-3.
010000
010100*    THE OVERRIDE REASON CODES COMP3VXS ACCEPTS, WITH THEIR
010200*    REPORT TEXT.
010300 01  WS-RSN-VALUES.
010400     05  FILLER                      PIC X(32) VALUE
010500         'GRGAUGE READING SUSPECT         '.
010600     05  FILLER                      PIC X(32) VALUE
010700         'PKPRODUCTION KNOWLEDGE OF LINE  '.
010800     05  FILLER                      PIC X(32) VALUE
010900         'COCUSTOMER ORDER COMMITMENT     '.
011000     05  FILLER                      PIC X(32) VALUE
011100         'MWMAINTENANCE WINDOW            '.
011200     05  FILLER                      PIC X(32) VALUE
011300         'QAQUALITY DEPARTMENT DIRECTION  '.
011400     05  FILLER                      PIC X(32) VALUE
011500         'OTOTHER                         '.
011600 01  WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
011700     05  WS-RSN-ENTRY OCCURS 6 TIMES.
011800         10  RSN-CODE                PIC X(02).
011900         10  RSN-TEXT                PIC X(30).
012000 01  WS-RSN-COUNTS.
012100     05  RSN-COUNT OCCURS 6 TIMES    PIC 9(05) COMP-3.
012200 77  WS-RSN-UNKNOWN                  PIC 9(05) COMP-3 VALUE ZERO.
012205
012210*    LINES AND HOLD DATES ALREADY COUNTED AS LEFT HELD THIS WEEK.
012215 77  WS-SEEN-COUNT                   PIC 9(04) COMP VALUE ZERO.
012220 77  WS-SEEN-IDX                     PIC 9(04) COMP VALUE ZERO.
012225 77  WS-SEEN-SWITCH                  PIC X(01) VALUE 'N'.
012230     88  WS-SEEN                     VALUE 'Y'.
012235 77  WS-REPEAT-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
012236 77  WS-SEEN-FULL-SWITCH             PIC X(01) VALUE 'N'.
012238     88  WS-SEEN-FULL-SHOWN          VALUE 'Y'.
012240 01  WS-SEEN-TABLE.
012245     05  WS-SEEN-ENTRY OCCURS 2000 TIMES.
012250         10  SN-LINE-ID              PIC 9(06).
012255         10  SN-HOLD-DATE            PIC 9(08).
012300
012400 77  WS-SUPV-COUNT                   PIC 9(03) COMP VALUE ZERO.
012500 77  WS-DEPT-COUNT                   PIC 9(03) COMP VALUE ZERO.
012600 77  WS-TAB-IDX                      PIC 9(03) COMP VALUE ZERO.
012700 77  WS-FOUND-IDX                    PIC 9(03) COMP VALUE ZERO.
012800 77  WS-RSN-IDX                      PIC 9(03) COMP VALUE ZERO.
012900 77  WS-READ-COUNT                   PIC 9(07) COMP-3 VALUE ZERO.
013000 77  WS-IN-WEEK-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
013100 77  WS-COUNT-DISP                   PIC 9(07) VALUE ZERO.
013200 77  WS-HOLD-DAYS                    PIC 9(03) VALUE ZERO.
013300 77  WS-HOLD-KNOWN-SWITCH            PIC X(01) VALUE 'N'.
013400     88  WS-HOLD-KNOWN               VALUE 'Y'.
013500 77  WS-OVR-RATE                     PIC 9(03)V99 COMP-3
013600                                     VALUE ZERO.
013700 77  WS-AVG-HOLD                     PIC 9(05)V9 COMP-3
013800                                     VALUE ZERO.
013900 77  WS-RELEASED                     PIC 9(05) COMP-3 VALUE ZERO.
014000
014100 01  WS-DATE-SPLIT.
014200     05  WS-DS-YYYY                  PIC 9(04).
014300     05  WS-DS-MM                    PIC 9(02).
014400     05  WS-DS-DD                    PIC 9(02).
014500 77  WS-JD-A                         PIC S9(08) COMP VALUE ZERO.
014600 77  WS-JD-Y                         PIC S9(08) COMP VALUE ZERO.
014700 77  WS-JD-M                         PIC S9(08) COMP VALUE ZERO.
014800 77  WS-JD-T1                        PIC S9(08) COMP VALUE ZERO.
014900 77  WS-JD-T2                        PIC S9(08) COMP VALUE ZERO.
015000 77  WS-JD-T3                        PIC S9(08) COMP VALUE ZERO.
015100 77  WS-JD-T4                        PIC S9(08) COMP VALUE ZERO.
015200 77  WS-JD-NBR                       PIC S9(08) COMP VALUE ZERO.
015300
015400     COPY CALPARM.
015500 01  WS-RPT-LINE                     PIC X(80) VALUE SPACES.
015600 01  WS-DETAIL-LINE.
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  DET-KEY                     PIC X(10).
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  DET-APPROVED                PIC Z(7)9.
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  DET-OVERRIDDEN              PIC Z(7)9.
016300     05  FILLER                      PIC X(02) VALUE SPACES.
016400     05  DET-LEFT-HELD               PIC Z(7)9.
016500     05  FILLER                      PIC X(02) VALUE SPACES.
016600     05  DET-OVR-RATE                PIC ZZZ9.99.
016700     05  FILLER                      PIC X(01) VALUE '%'.
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  DET-AVG-HOLD                PIC Z(5)9.9.
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  DET-MAX-HOLD                PIC Z(7)9.
017200     05  FILLER                      PIC X(08) VALUE SPACES.
017300 01  WS-REASON-LINE.
017400     05  FILLER                      PIC X(04) VALUE SPACES.
017500     05  RSL-CODE                    PIC X(02).
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  RSL-TEXT                    PIC X(30).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  RSL-COUNT                   PIC Z(7)9.
018000     05  FILLER                      PIC X(32) VALUE SPACES.
018005 01  WS-HOLD-RSN-LINE.
018010     05  FILLER                      PIC X(02) VALUE SPACES.
018015     05  HRL-KEY                     PIC X(10).
018020     05  FILLER                      PIC X(02) VALUE SPACES.
018025     05  HRL-NT-APPROVED             PIC Z(5)9.
018030     05  FILLER                      PIC X(02) VALUE SPACES.
018035     05  HRL-NT-OVERRIDDEN           PIC Z(5)9.
018040     05  FILLER                      PIC X(02) VALUE SPACES.
018045     05  HRL-NT-RATE                 PIC ZZZ9.99.
018050     05  FILLER                      PIC X(01) VALUE '%'.
018055     05  FILLER                      PIC X(02) VALUE SPACES.
018060     05  HRL-DV-APPROVED             PIC Z(5)9.
018065     05  FILLER                      PIC X(02) VALUE SPACES.
018070     05  HRL-DV-OVERRIDDEN           PIC Z(5)9.
018075     05  FILLER                      PIC X(02) VALUE SPACES.
018080     05  HRL-DV-RATE                 PIC ZZZ9.99.
018085     05  FILLER                      PIC X(01) VALUE '%'.
018090     05  FILLER                      PIC X(16) VALUE SPACES.
018100
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018500     PERFORM 2000-TALLY-RECORD   THRU 2000-EXIT
018600         UNTIL WS-EOF.
018700     PERFORM 4000-PRINT-REPORT   THRU 4000-EXIT.
018800     PERFORM 5000-TERMINATE      THRU 5000-EXIT.
018900     STOP RUN.
019000
019100******************************************************************
019200*    1000-INITIALIZE - TAKE THE WEEK-ENDING DATE FROM SYSIN      *
019300*    (BLANK MEANS TODAY), TURN IT INTO THE SEVEN-DAY WINDOW, AND *
019400*    OPEN THE JOURNAL AND THE REPORT.  NO JOURNAL YET MEANS NO   *
019500*    SIGN-OFFS TO REPORT.                                        *
019600******************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT WS-WEEK-END-IN.
019900     IF WS-WEEK-END-IN IS NUMERIC
020000         MOVE WS-WEEK-END-IN TO WS-WEEK-END-DATE
020100     ELSE
020200         ACCEPT WS-WEEK-END-DATE FROM DATE YYYYMMDD
020300     END-IF.
020400     MOVE WS-WEEK-END-DATE TO WS-DATE-SPLIT.
020500     PERFORM 2500-DATE-TO-DAY-NBR THRU 2500-EXIT.
020600     MOVE WS-JD-NBR TO WS-WEEK-END-JD.
020700     COMPUTE WS-WEEK-START-JD = WS-WEEK-END-JD - 6.
020800     INITIALIZE WS-RSN-COUNTS.
020900     OPEN OUTPUT REPORT-FILE.
021000     IF NOT WS-REPORT-OK
021100         DISPLAY 'COMP3VSR: CANNOT OPEN SIGN-OFF REPORT, '
021200             'STATUS = ' WS-REPORT-STATUS
021300         GO TO 9999-EXIT
021400     END-IF.
021500     OPEN INPUT JOURNAL-FILE.
021600     IF WS-JRNL-NOTFND
021700         DISPLAY 'COMP3VSR: NO SIGN-OFF JOURNAL, NOTHING TO '
021800             'REPORT'
021900         SET WS-EOF TO TRUE
022000         GO TO 1000-EXIT
022100     END-IF.
022200     IF NOT WS-JRNL-OK
022300         DISPLAY 'COMP3VSR: CANNOT OPEN SIGN-OFF JOURNAL, '
022400             'STATUS = ' WS-JRNL-STATUS
022500         GO TO 9999-EXIT
022600     END-IF.
022700     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
022800 1000-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200*    2000-TALLY-RECORD - ONE JOURNAL RECORD.  ONLY A DECISION    *
023300*    TAKEN INSIDE THE WEEK COUNTS; IT GOES TO THE SIGNING        *
023400*    SUPERVISOR, THE LINE'S DEPARTMENT AND THE PLANT TOTAL.      *
023500******************************************************************
023600 2000-TALLY-RECORD.
023700     ADD 1 TO WS-READ-COUNT.
023800     IF SGNJ-SIGNOFF-DATE NOT NUMERIC
023900         GO TO 2000-NEXT
024000     END-IF.
024100     MOVE SGNJ-SIGNOFF-DATE TO WS-DATE-SPLIT.
024200     PERFORM 2500-DATE-TO-DAY-NBR THRU 2500-EXIT.
024300     IF WS-JD-NBR < WS-WEEK-START-JD
024400         OR WS-JD-NBR > WS-WEEK-END-JD
024500         GO TO 2000-NEXT
024600     END-IF.
024610     IF SGNJ-LEFT-HELD
024620         PERFORM 2800-CHECK-HELD-SEEN THRU 2800-EXIT
024630         IF WS-SEEN
024640             ADD 1 TO WS-REPEAT-COUNT
024650             GO TO 2000-NEXT
024660         END-IF
024670     END-IF.
024700     ADD 1 TO WS-IN-WEEK-COUNT.
024800     PERFORM 2200-HOLD-DAYS THRU 2200-EXIT.
024900     PERFORM 2300-TALLY-SUPV THRU 2300-EXIT.
025000     PERFORM 2400-TALLY-DEPT THRU 2400-EXIT.
025100     MOVE WS-PLANT-COUNTS TO WS-WORK-COUNTS.
025200     PERFORM 2700-ADD-DECISION THRU 2700-EXIT.
025300     MOVE WS-WORK-COUNTS TO WS-PLANT-COUNTS.
025400     IF SGNJ-OVERRIDDEN
025500         PERFORM 2600-TALLY-REASON THRU 2600-EXIT
025600     END-IF.
025700 2000-NEXT.
025800     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100
026200 2100-READ-JOURNAL.
026300     READ JOURNAL-FILE
026400         AT END
026500             SET WS-EOF TO TRUE
026600     END-READ.
026700 2100-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    2200-HOLD-DAYS - HOW LONG A RELEASED RECORD SAT HELD: THE   *
027200*    BUSINESS-DAY DISTANCE FROM THE NIGHT IT WAS HELD TO THE     *
027300*    DAY IT WAS SIGNED OFF.  A RECORD LEFT HELD HAS NOT FINISHED *
027400*    WAITING, AND ONE HELD BEFORE THE HOLD DATE WAS CARRIED HAS  *
027500*    NO STARTING POINT - NEITHER COUNTS TOWARD THE HOLD TIMES.   *
027600******************************************************************
027700 2200-HOLD-DAYS.
027800     MOVE 'N' TO WS-HOLD-KNOWN-SWITCH.
027900     MOVE ZERO TO WS-HOLD-DAYS.
028000     IF SGNJ-LEFT-HELD
028100         GO TO 2200-EXIT
028200     END-IF.
028300     IF SGNJ-HOLD-DATE NOT NUMERIC
028400         OR SGNJ-HOLD-DATE = ZERO
028500         GO TO 2200-EXIT
028600     END-IF.
028700     SET CALP-FUNC-DIST TO TRUE.
028800     MOVE SGNJ-HOLD-DATE TO CALP-IN-DATE.
028900     MOVE SGNJ-SIGNOFF-DATE TO CALP-TO-DATE.
029000     CALL 'COMP3VCD' USING CAL-PARM.
029100     IF CALP-OK
029200         MOVE CALP-DAY-COUNT TO WS-HOLD-DAYS
029300         SET WS-HOLD-KNOWN TO TRUE
029400     END-IF.
029500 2200-EXIT.
029600     EXIT.
029700
029800 2300-TALLY-SUPV.
029900     MOVE ZERO TO WS-FOUND-IDX.
030000     PERFORM 2350-MATCH-SUPV THRU 2350-EXIT
030100         VARYING WS-TAB-IDX FROM 1 BY 1
030200         UNTIL WS-TAB-IDX > WS-SUPV-COUNT
030300             OR WS-FOUND-IDX > ZERO.
030400     IF WS-FOUND-IDX = ZERO
030500         IF WS-SUPV-COUNT >= 100
030600             DISPLAY 'COMP3VSR: MORE THAN 100 SUPERVISORS, '
030700                 SGNJ-SUPV-ID ' LEFT OFF THE REPORT'
030800             GO TO 2300-EXIT
030900         END-IF
031000         ADD 1 TO WS-SUPV-COUNT
031100         MOVE WS-SUPV-COUNT TO WS-FOUND-IDX
031200         MOVE SGNJ-SUPV-ID TO SV-ID(WS-FOUND-IDX)
031300         INITIALIZE SV-COUNTS(WS-FOUND-IDX)
031400     END-IF.
031500     MOVE SV-COUNTS(WS-FOUND-IDX) TO WS-WORK-COUNTS.
031600     PERFORM 2700-ADD-DECISION THRU 2700-EXIT.
031700     MOVE WS-WORK-COUNTS TO SV-COUNTS(WS-FOUND-IDX).
031800 2300-EXIT.
031900     EXIT.
032000
032100 2350-MATCH-SUPV.
032200     IF SV-ID(WS-TAB-IDX) = SGNJ-SUPV-ID
032300         MOVE WS-TAB-IDX TO WS-FOUND-IDX
032400     END-IF.
032500 2350-EXIT.
032600     EXIT.
032700
032800 2400-TALLY-DEPT.
032900     MOVE ZERO TO WS-FOUND-IDX.
033000     PERFORM 2450-MATCH-DEPT THRU 2450-EXIT
033100         VARYING WS-TAB-IDX FROM 1 BY 1
033200         UNTIL WS-TAB-IDX > WS-DEPT-COUNT
033300             OR WS-FOUND-IDX > ZERO.
033400     IF WS-FOUND-IDX = ZERO
033500         IF WS-DEPT-COUNT >= 100
033600             DISPLAY 'COMP3VSR: MORE THAN 100 DEPARTMENTS, '
033700                 SGNJ-DEPT ' LEFT OFF THE REPORT'
033800             GO TO 2400-EXIT
033900         END-IF
034000         ADD 1 TO WS-DEPT-COUNT
034100         MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
034200         MOVE SGNJ-DEPT TO DP-CODE(WS-FOUND-IDX)
034300         INITIALIZE DP-COUNTS(WS-FOUND-IDX)
034400     END-IF.
034500     MOVE DP-COUNTS(WS-FOUND-IDX) TO WS-WORK-COUNTS.
034600     PERFORM 2700-ADD-DECISION THRU 2700-EXIT.
034700     MOVE WS-WORK-COUNTS TO DP-COUNTS(WS-FOUND-IDX).
034800 2400-EXIT.
034900     EXIT.
035000
035100 2450-MATCH-DEPT.
035200     IF DP-CODE(WS-TAB-IDX) = SGNJ-DEPT
035300         MOVE WS-TAB-IDX TO WS-FOUND-IDX
035400     END-IF.
035500 2450-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    2500-DATE-TO-DAY-NBR - TURN WS-DATE-SPLIT (YYYYMMDD) INTO A *
036000*    DAY NUMBER WITH THE SAME ARITHMETIC THE TREND REPORT USES,  *
036100*    SO THE SEVEN-DAY WINDOW CROSSES A MONTH OR YEAR END CLEANLY.*
036200******************************************************************
036300 2500-DATE-TO-DAY-NBR.
036400     COMPUTE WS-JD-A = (14 - WS-DS-MM) / 12.
036500     COMPUTE WS-JD-Y = WS-DS-YYYY + 4800 - WS-JD-A.
036600     COMPUTE WS-JD-M = WS-DS-MM + 12 * WS-JD-A - 3.
036700     COMPUTE WS-JD-T1 = (153 * WS-JD-M + 2) / 5.
036800     COMPUTE WS-JD-T2 = WS-JD-Y / 4.
036900     COMPUTE WS-JD-T3 = WS-JD-Y / 100.
037000     COMPUTE WS-JD-T4 = WS-JD-Y / 400.
037100     COMPUTE WS-JD-NBR = WS-DS-DD + WS-JD-T1 + 365 * WS-JD-Y
037200         + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.
037300 2500-EXIT.
037400     EXIT.
037500
037600 2600-TALLY-REASON.
037700     MOVE ZERO TO WS-FOUND-IDX.
037800     PERFORM 2650-MATCH-REASON THRU 2650-EXIT
037900         VARYING WS-RSN-IDX FROM 1 BY 1
038000         UNTIL WS-RSN-IDX > 6
038100             OR WS-FOUND-IDX > ZERO.
038200     IF WS-FOUND-IDX = ZERO
038300         ADD 1 TO WS-RSN-UNKNOWN
038400     ELSE
038500         ADD 1 TO RSN-COUNT(WS-FOUND-IDX)
038600     END-IF.
038700 2600-EXIT.
038800     EXIT.
038900
039000 2650-MATCH-REASON.
039100     IF RSN-CODE(WS-RSN-IDX) = SGNJ-REASON-CODE
039200         MOVE WS-RSN-IDX TO WS-FOUND-IDX
039300     END-IF.
039400 2650-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    2700-ADD-DECISION - ROLL THE CURRENT JOURNAL RECORD INTO    *
039900*    WHICHEVER COUNT GROUP HAS BEEN MOVED INTO WS-WORK-COUNTS.   *
040000******************************************************************
040100 2700-ADD-DECISION.
040200     IF SGNJ-APPROVED
040300         ADD 1 TO WK-APPROVED
040400     ELSE
040500         IF SGNJ-OVERRIDDEN
040600             ADD 1 TO WK-OVERRIDDEN
040700         ELSE
040800             ADD 1 TO WK-LEFT-HELD
040900         END-IF
041000     END-IF.
041005     IF SGNJ-APPROVED
041010         IF SGNJ-HOLD-REASON = 'DV'
041015             ADD 1 TO WK-DV-APPROVED
041020         ELSE
041025             ADD 1 TO WK-NT-APPROVED
041030         END-IF
041035     END-IF.
041040     IF SGNJ-OVERRIDDEN
041045         IF SGNJ-HOLD-REASON = 'DV'
041050             ADD 1 TO WK-DV-OVERRIDDEN
041055         ELSE
041060             ADD 1 TO WK-NT-OVERRIDDEN
041065         END-IF
041070     END-IF.
041100     IF WS-HOLD-KNOWN
041200         ADD WS-HOLD-DAYS TO WK-HOLD-DAYS
041300         ADD 1 TO WK-HOLD-COUNT
041400         IF WS-HOLD-DAYS > WK-HOLD-MAX
041500             MOVE WS-HOLD-DAYS TO WK-HOLD-MAX
041600         END-IF
041700     END-IF.
041800 2700-EXIT.
041900     EXIT.
041902
041904******************************************************************
041906*    2800-CHECK-HELD-SEEN - A RECORD LEFT HELD IS JOURNALED      *
041908*    AGAIN IN EVERY SIGN-OFF SESSION UNTIL IT IS RELEASED.  IT   *
041910*    COUNTS AS LEFT HELD ONCE FOR ITS LINE AND THE NIGHT IT WAS  *
041912*    HELD, UNDER THE FIRST SESSION IN THE WEEK THAT LEFT IT.     *
041914******************************************************************
041916 2800-CHECK-HELD-SEEN.
041918     MOVE 'N' TO WS-SEEN-SWITCH.
041920     PERFORM 2850-MATCH-SEEN THRU 2850-EXIT
041922         VARYING WS-SEEN-IDX FROM 1 BY 1
041924         UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
041926             OR WS-SEEN.
041928     IF WS-SEEN
041930         GO TO 2800-EXIT
041932     END-IF.
041933     IF WS-SEEN-COUNT >= 2000
041934         IF NOT WS-SEEN-FULL-SHOWN
041935             DISPLAY 'COMP3VSR: MORE THAN 2000 LEFT-HELD RECORDS,'
041936                 ' LATER REPEATS ARE COUNTED AGAIN'
041937             SET WS-SEEN-FULL-SHOWN TO TRUE
041938         END-IF
041939         GO TO 2800-EXIT
041940     END-IF.
041941     ADD 1 TO WS-SEEN-COUNT.
041942     MOVE SGNJ-LINE-ID TO SN-LINE-ID(WS-SEEN-COUNT).
041944     MOVE SGNJ-HOLD-DATE TO SN-HOLD-DATE(WS-SEEN-COUNT).
041946 2800-EXIT.
041948     EXIT.
041950
041952 2850-MATCH-SEEN.
041954     IF SN-LINE-ID(WS-SEEN-IDX) = SGNJ-LINE-ID
041956         AND SN-HOLD-DATE(WS-SEEN-IDX) = SGNJ-HOLD-DATE
041958         SET WS-SEEN TO TRUE
041960     END-IF.
041962 2850-EXIT.
041964     EXIT.
042000
042100******************************************************************
042200*    4000-PRINT-REPORT - SUPERVISOR SECTION, DEPARTMENT SECTION, *
042300*    PLANT TOTAL, THEN THE OVERRIDE REASONS.  THE OVERRIDE RATE  *
042400*    IS OVERRIDES OVER RECORDS RELEASED (APPROVED PLUS           *
042500*    OVERRIDDEN); A RECORD LEFT HELD WAS NOT A CALL EITHER WAY.  *
042600******************************************************************
042700 4000-PRINT-REPORT.
042800     MOVE SPACES TO WS-RPT-LINE.
042900     STRING 'SUPERVISOR SIGN-OFF REPORT - SEVEN DAYS ENDING '
043000         WS-WEEK-END-DATE
043100         DELIMITED BY SIZE INTO WS-RPT-LINE.
043200     WRITE REPORT-RECORD FROM WS-RPT-LINE.
043300     MOVE SPACES TO WS-RPT-LINE.
043400     WRITE REPORT-RECORD FROM WS-RPT-LINE.
043500     MOVE SPACES TO WS-RPT-LINE.
043600     STRING '  SUPERVISOR  APPROVED  OVERRODE  LEFT HLD  '
043700         'OVR RATE  AVG HOLD  MAX HOLD'
043800         DELIMITED BY SIZE INTO WS-RPT-LINE.
043900     WRITE REPORT-RECORD FROM WS-RPT-LINE.
044000     PERFORM 4100-PRINT-SUPV THRU 4100-EXIT
044100         VARYING WS-TAB-IDX FROM 1 BY 1
044200         UNTIL WS-TAB-IDX > WS-SUPV-COUNT.
044300     IF WS-SUPV-COUNT = ZERO
044400         MOVE SPACES TO WS-RPT-LINE
044500         STRING '   (NO SIGN-OFFS THIS WEEK)'
044600             DELIMITED BY SIZE INTO WS-RPT-LINE
044700         WRITE REPORT-RECORD FROM WS-RPT-LINE
044800     END-IF.
044900     MOVE SPACES TO WS-RPT-LINE.
045000     WRITE REPORT-RECORD FROM WS-RPT-LINE.
045100     STRING '  DEPARTMENT  APPROVED  OVERRODE  LEFT HLD  '
045200         'OVR RATE  AVG HOLD  MAX HOLD'
045300         DELIMITED BY SIZE INTO WS-RPT-LINE.
045400     WRITE REPORT-RECORD FROM WS-RPT-LINE.
045500     PERFORM 4200-PRINT-DEPT THRU 4200-EXIT
045600         VARYING WS-TAB-IDX FROM 1 BY 1
045700         UNTIL WS-TAB-IDX > WS-DEPT-COUNT.
045800     MOVE WS-PLANT-COUNTS TO WS-WORK-COUNTS.
045900     MOVE 'PLANT' TO DET-KEY.
046000     PERFORM 4300-FORMAT-DETAIL THRU 4300-EXIT.
046100     MOVE SPACES TO WS-RPT-LINE.
046200     WRITE REPORT-RECORD FROM WS-RPT-LINE.
046300     STRING '  HOLD TIMES ARE BUSINESS DAYS FROM THE NIGHT HELD '
046400         'TO SIGN-OFF, RELEASED ONLY'
046500         DELIMITED BY SIZE INTO WS-RPT-LINE.
046600     WRITE REPORT-RECORD FROM WS-RPT-LINE.
046610     PERFORM 4500-PRINT-HOLD-REASONS THRU 4500-EXIT.
046700     PERFORM 4400-PRINT-REASONS THRU 4400-EXIT.
046800 4000-EXIT.
046900     EXIT.
047000
047100 4100-PRINT-SUPV.
047200     MOVE SV-COUNTS(WS-TAB-IDX) TO WS-WORK-COUNTS.
047300     MOVE SV-ID(WS-TAB-IDX) TO DET-KEY.
047400     PERFORM 4300-FORMAT-DETAIL THRU 4300-EXIT.
047500 4100-EXIT.
047600     EXIT.
047700
047800 4200-PRINT-DEPT.
047900     MOVE DP-COUNTS(WS-TAB-IDX) TO WS-WORK-COUNTS.
048000     MOVE DP-CODE(WS-TAB-IDX) TO DET-KEY.
048100     PERFORM 4300-FORMAT-DETAIL THRU 4300-EXIT.
048200 4200-EXIT.
048300     EXIT.
048400
048500 4300-FORMAT-DETAIL.
048600     COMPUTE WS-RELEASED = WK-APPROVED + WK-OVERRIDDEN.
048700     IF WS-RELEASED > ZERO
048800         COMPUTE WS-OVR-RATE ROUNDED =
048900             WK-OVERRIDDEN * 100 / WS-RELEASED
049000     ELSE
049100         MOVE ZERO TO WS-OVR-RATE
049200     END-IF.
049300     IF WK-HOLD-COUNT > ZERO
049400         COMPUTE WS-AVG-HOLD ROUNDED =
049500             WK-HOLD-DAYS / WK-HOLD-COUNT
049600     ELSE
049700         MOVE ZERO TO WS-AVG-HOLD
049800     END-IF.
049900     MOVE WK-APPROVED   TO DET-APPROVED.
050000     MOVE WK-OVERRIDDEN TO DET-OVERRIDDEN.
050100     MOVE WK-LEFT-HELD  TO DET-LEFT-HELD.
050200     MOVE WS-OVR-RATE   TO DET-OVR-RATE.
050300     MOVE WS-AVG-HOLD   TO DET-AVG-HOLD.
050400     MOVE WK-HOLD-MAX   TO DET-MAX-HOLD.
050500     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
050600 4300-EXIT.
050700     EXIT.
050701
050702******************************************************************
050703*    4500-PRINT-HOLD-REASONS - THE OVERRIDE RATE SPLIT BY WHY    *
050704*    THE RECORD WAS HELD, FOR EACH SUPERVISOR AND THE PLANT.  A  *
050705*    NEAR-TIE RATE FAR ABOVE THE VARIANCE RATE IS THE RUBBER     *
050706*    STAMP THIS REPORT IS LOOKING FOR.                           *
050707******************************************************************
050708 4500-PRINT-HOLD-REASONS.
050709     MOVE SPACES TO WS-RPT-LINE.
050710     WRITE REPORT-RECORD FROM WS-RPT-LINE.
050711     STRING '  OVERRIDE RATE BY HOLD REASON - NT NEAR TIE, '
050712         'DV DAY-OVER-DAY VARIANCE'
050713         DELIMITED BY SIZE INTO WS-RPT-LINE.
050714     WRITE REPORT-RECORD FROM WS-RPT-LINE.
050715     MOVE SPACES TO WS-RPT-LINE.
050716     STRING '  SUPERVISOR  NT APR  NT OVR   NT RATE'
050717         '  DV APR  DV OVR   DV RATE'
050718         DELIMITED BY SIZE INTO WS-RPT-LINE.
050719     WRITE REPORT-RECORD FROM WS-RPT-LINE.
050720     PERFORM 4550-PRINT-SUPV-HOLD THRU 4550-EXIT
050721         VARYING WS-TAB-IDX FROM 1 BY 1
050722         UNTIL WS-TAB-IDX > WS-SUPV-COUNT.
050723     MOVE WS-PLANT-COUNTS TO WS-WORK-COUNTS.
050724     MOVE 'PLANT' TO HRL-KEY.
050725     PERFORM 4600-FORMAT-HOLD-REASON THRU 4600-EXIT.
050726 4500-EXIT.
050727     EXIT.
050728
050729 4550-PRINT-SUPV-HOLD.
050730     MOVE SV-COUNTS(WS-TAB-IDX) TO WS-WORK-COUNTS.
050731     MOVE SV-ID(WS-TAB-IDX) TO HRL-KEY.
050732     PERFORM 4600-FORMAT-HOLD-REASON THRU 4600-EXIT.
050733 4550-EXIT.
050734     EXIT.
050735
050736 4600-FORMAT-HOLD-REASON.
050737     COMPUTE WS-RELEASED = WK-NT-APPROVED + WK-NT-OVERRIDDEN.
050738     IF WS-RELEASED > ZERO
050739         COMPUTE WS-OVR-RATE ROUNDED =
050740             WK-NT-OVERRIDDEN * 100 / WS-RELEASED
050741     ELSE
050742         MOVE ZERO TO WS-OVR-RATE
050743     END-IF.
050744     MOVE WK-NT-APPROVED   TO HRL-NT-APPROVED.
050745     MOVE WK-NT-OVERRIDDEN TO HRL-NT-OVERRIDDEN.
050746     MOVE WS-OVR-RATE      TO HRL-NT-RATE.
050747     COMPUTE WS-RELEASED = WK-DV-APPROVED + WK-DV-OVERRIDDEN.
050748     IF WS-RELEASED > ZERO
050749         COMPUTE WS-OVR-RATE ROUNDED =
050750             WK-DV-OVERRIDDEN * 100 / WS-RELEASED
050751     ELSE
050752         MOVE ZERO TO WS-OVR-RATE
050753     END-IF.
050754     MOVE WK-DV-APPROVED   TO HRL-DV-APPROVED.
050755     MOVE WK-DV-OVERRIDDEN TO HRL-DV-OVERRIDDEN.
050756     MOVE WS-OVR-RATE      TO HRL-DV-RATE.
050757     WRITE REPORT-RECORD FROM WS-HOLD-RSN-LINE.
050758 4600-EXIT.
050759     EXIT.
050800
050900 4400-PRINT-REASONS.
051000     MOVE SPACES TO WS-RPT-LINE.
051100     WRITE REPORT-RECORD FROM WS-RPT-LINE.
051200     STRING '  OVERRIDE REASONS GIVEN'
051300         DELIMITED BY SIZE INTO WS-RPT-LINE.
051400     WRITE REPORT-RECORD FROM WS-RPT-LINE.
051500     PERFORM 4450-PRINT-ONE-REASON THRU 4450-EXIT
051600         VARYING WS-RSN-IDX FROM 1 BY 1
051700         UNTIL WS-RSN-IDX > 6.
051800     IF WS-RSN-UNKNOWN > ZERO
051900         MOVE '??' TO RSL-CODE
052000         MOVE 'NO REASON ON THE JOURNAL' TO RSL-TEXT
052100         MOVE WS-RSN-UNKNOWN TO RSL-COUNT
052200         WRITE REPORT-RECORD FROM WS-REASON-LINE
052300     END-IF.
052400 4400-EXIT.
052500     EXIT.
052600
052700 4450-PRINT-ONE-REASON.
052800     MOVE RSN-CODE(WS-RSN-IDX)  TO RSL-CODE.
052900     MOVE RSN-TEXT(WS-RSN-IDX)  TO RSL-TEXT.
053000     MOVE RSN-COUNT(WS-RSN-IDX) TO RSL-COUNT.
053100     WRITE REPORT-RECORD FROM WS-REASON-LINE.
053200 4450-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    5000-TERMINATE - CLOSE AND REPORT THE RECORD COUNTS         *
053700******************************************************************
053800 5000-TERMINATE.
053900     IF NOT WS-JRNL-NOTFND
054000         CLOSE JOURNAL-FILE
054100     END-IF.
054200     CLOSE REPORT-FILE.
054300     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
054400     DISPLAY 'COMP3VSR: ' WS-COUNT-DISP ' JOURNAL RECORDS READ'.
054500     MOVE WS-IN-WEEK-COUNT TO WS-COUNT-DISP.
054600     DISPLAY 'COMP3VSR: ' WS-COUNT-DISP ' DECISIONS IN THE WEEK'.
054610     MOVE WS-REPEAT-COUNT TO WS-COUNT-DISP.
054620     DISPLAY 'COMP3VSR: ' WS-COUNT-DISP
054630         ' REPEAT LEFT-HELD ENTRIES NOT COUNTED AGAIN'.
054700 5000-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
055200******************************************************************
055300 9999-EXIT.
055400     MOVE 16 TO RETURN-CODE.
055500     STOP RUN.
