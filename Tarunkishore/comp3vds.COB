000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COMP3VDS.
000300 AUTHOR.         TARUNKISHORE.
000400 INSTALLATION.   LINE-INSPECTION.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  15-OCT-26  TK    INITIAL VERSION.  MONTH-END DEPARTMENT       *
001200*                   SCORECARD.  FOR THE MONTH GIVEN ON SYSIN     *
001300*                   (BLANK = THE MONTH JUST ENDED) AND THE MONTH *
001400*                   BEFORE IT, EACH DEPARTMENT GETS ITS TRIPLETS *
001500*                   SCORED (AUDIT LOG AND AUDARCH MONTHS) AND    *
001600*                   PRIORITY RATE (PRIORITY RULE FILE), ITS      *
001700*                   HOLDS BY REASON WITH RELEASED VERSUS STILL   *
001800*                   HELD (SIGN-OFF JOURNAL AND EXCEPTION FILE),  *
001900*                   ITS GAUGE REJECT RATE BY REASON AND RECORDS  *
002000*                   DROPPED WITHOUT REPAIR (INSPREJ AND          *
002100*                   REJDROP), AND THE AVERAGE LAG OF ITS         *
002200*                   UNACKNOWLEDGED FEED ITEMS (OUTSTAND LEDGER). *
002300*                   TRIPLETS ARE BUCKETED BY BUSINESS DAY OF THE *
002400*                   MONTH AND NORMALISED PER BUSINESS DAY FROM   *
002500*                   THE PLANT CALENDAR (COMP3VCD); THE STATUS    *
002600*                   FILE GIVES THE PLANT TOTALS.  PRINTED WITH   *
002700*                   THE DEPARTMENT DESCRIPTION AND SUPERVISOR,   *
002800*                   WITH A DELIMITED EXTRACT (DSCXREC) FOR THE   *
002900*                   MONTHLY PACK.                                *
002910*  15-OCT-26  TK    THE AVERAGE ACK LAG NOW COVERS EVERY FEED    *
002920*                   ITEM SENT IN THE MONTH, NOT ONLY THOSE STILL *
002930*                   UNACKNOWLEDGED: ITEMS THE SCHEDULER ANSWERED *
002940*                   COME FROM THE COMP3VRC ACKNOWLEDGMENT        *
002950*                   HISTORY (ACKHIST.D/.R + DATE) WITH THEIR LAG *
002960*                   FROM DATE SENT TO DATE ACKED, ZERO WHEN      *
002970*                   ANSWERED ON TIME.                            *
002972*  15-OCT-26  TK    REPAIRED REJECTS ARE NOW COUNTED FROM THE    *
002974*                   REPAIRS COMP3VRR LOGS ON REJDROP             *
002976*                   (DISPOSITION RP) BY LINE AND MONTH: EACH     *
002978*                   COUNTS AS A GAUGE REJECT UNDER ITS REASON    *
002980*                   BUT NOT AS DROPPED, THE REJECT RATE NO       *
002982*                   LONGER COUNTS A RECYCLED RECORD TWICE IN     *
002984*                   RECORDS RECEIVED, AND THE PLANT ROW REJECTS  *
002986*                   REPAIRED AND RECYCLED IS THE LOGGED COUNT    *
002988*                   INSTEAD OF REJECTED LESS HELD AND DROPPED.   *
002990*  15-OCT-26  TK    THE ARCHIVE RECORD IS WIDENED TO THE         *
002992*                   426-BYTE AUDIT RECORD (THE LINE ID OF EACH   *
002994*                   RANKED ENTRY ADDED AT ITS END).              *
002996*  15-OCT-26  TK    THE DROP LOG LAYOUT NOW COMES FROM THE       *
002998*                   DROPREC COPYBOOK SHARED WITH COMP3VRR.       *
003000*  15-OCT-26  TK    RECORDS RECEIVED ON THE EXTRACT NO LONGER    *
003010*                   COUNTS A RECYCLED RECORD TWICE EITHER,       *
003020*                   MATCHING THE REJECT RATE ON THE PRINT.       *
003030******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUDIT-FILE   ASSIGN TO AUDITLOG
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-STATUS.
004000
004100     SELECT ARCHIVE-FILE ASSIGN USING WS-ARCH-DSN
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ARCHIVE-STATUS.
004400
004500     SELECT LINE-MASTER-FILE ASSIGN TO LINEIDX
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS LINE-ID
004900         FILE STATUS IS WS-LINEMAST-STATUS.
005000
005100     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-DEPTMAST-STATUS.
005400
005500     SELECT PRIORITY-RULE-FILE ASSIGN TO PRIRULE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PRIR-STATUS.
005800
005900     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-EXCP-STATUS.
006200
006300     SELECT JOURNAL-FILE ASSIGN TO SIGNJRNL
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-JOURNAL-STATUS.
006600
006700     SELECT OUTSTANDING-FILE ASSIGN TO OUTSTAND
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-OUTS-STATUS.
007000
007010     SELECT ACK-HISTORY-FILE ASSIGN USING WS-AKH-DSN
007020         ORGANIZATION IS LINE SEQUENTIAL
007030         FILE STATUS IS WS-AKH-STATUS.
007040
007100     SELECT REJECT-FILE  ASSIGN TO INSPREJ
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REJECT-STATUS.
007400
007500     SELECT DROP-FILE    ASSIGN TO REJDROP
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-DROP-STATUS.
007800
007900     SELECT STATUS-FILE  ASSIGN TO STATFILE
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STAT-STATUS.
008200
008300     SELECT PRINT-FILE   ASSIGN TO SCORERPT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PRINT-STATUS.
008600
008700     SELECT EXTRACT-FILE ASSIGN TO SCOREXT
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-EXTRACT-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  AUDIT-FILE
009400     RECORDING MODE IS F.
009500     COPY AUDITREC.
009600
009700 FD  ARCHIVE-FILE
009800     RECORDING MODE IS F.
009900 01  ARCHIVE-RECORD                  PIC X(426).
010000
010100 FD  LINE-MASTER-FILE.
010200     COPY LINEREC.
010300
010400 FD  DEPT-MASTER-FILE
010500     RECORDING MODE IS F.
010600     COPY DEPTREC.
010700
010800 FD  PRIORITY-RULE-FILE
010900     RECORDING MODE IS F.
011000     COPY PRIRREC.
011100
011200 FD  EXCEPTION-FILE
011300     RECORDING MODE IS F.
011400     COPY EXCPREC.
011500
011600 FD  JOURNAL-FILE
011700     RECORDING MODE IS F.
011800     COPY SGNJREC.
011900
012000 FD  OUTSTANDING-FILE
012100     RECORDING MODE IS F.
012200     COPY OUTSREC.
012300
012310 FD  ACK-HISTORY-FILE
012320     RECORDING MODE IS F.
012330     COPY ACKHREC.
012340
012400 FD  REJECT-FILE
012500     RECORDING MODE IS F.
012600     COPY REJTREC.
012700
012800*    THE COMP3VRR DROP LOG: DISPOSITION, DATE DROPPED, THE REJECT
012900*    REASON AND ORIGINAL RECORD, THE DROP IT CAME IN ON AND THE
013000*    OPERATOR WHO DROPPED IT.
013100 FD  DROP-FILE
013200     RECORDING MODE IS F.
013210     COPY DROPREC.
014600
014700 FD  STATUS-FILE
014800     RECORDING MODE IS F.
014900     COPY STATREC.
015000
015100 FD  PRINT-FILE
015200     RECORDING MODE IS F.
015300 01  PRINT-RECORD                    PIC X(133).
015400
015500 FD  EXTRACT-FILE
015600     RECORDING MODE IS F.
015700 01  SCORE-EXTRACT-RECORD            PIC X(273).
015800
015900 WORKING-STORAGE SECTION.
016000 77  WS-AUDIT-STATUS                 PIC X(02).
016100     88  WS-AUDIT-OK                 VALUE '00'.
016200     88  WS-AUDIT-NOTFND             VALUE '35'.
016300 77  WS-ARCHIVE-STATUS               PIC X(02).
016400     88  WS-ARCHIVE-OK               VALUE '00'.
016500     88  WS-ARCHIVE-NOTFND           VALUE '35'.
016600 77  WS-LINEMAST-STATUS              PIC X(02).
016700     88  WS-LINEMAST-OK              VALUE '00'.
016800     88  WS-LINEMAST-NOTFND          VALUE '35'.
016900 77  WS-LINEMAST-SWITCH              PIC X(01) VALUE 'N'.
017000     88  WS-LINEMAST-AVAILABLE       VALUE 'Y'.
017100 77  WS-DEPTMAST-STATUS              PIC X(02).
017200     88  WS-DEPTMAST-OK              VALUE '00'.
017300     88  WS-DEPTMAST-NOTFND          VALUE '35'.
017400 77  WS-PRIR-STATUS                  PIC X(02).
017500     88  WS-PRIR-OK                  VALUE '00'.
017600     88  WS-PRIR-NOTFND              VALUE '35'.
017700 77  WS-EXCP-STATUS                  PIC X(02).
017800     88  WS-EXCP-OK                  VALUE '00'.
017900     88  WS-EXCP-NOTFND              VALUE '35'.
018000 77  WS-JOURNAL-STATUS               PIC X(02).
018100     88  WS-JOURNAL-OK               VALUE '00'.
018200     88  WS-JOURNAL-NOTFND           VALUE '35'.
018300 77  WS-OUTS-STATUS                  PIC X(02).
018400     88  WS-OUTS-OK                  VALUE '00'.
018500     88  WS-OUTS-NOTFND              VALUE '35'.
018510 77  WS-AKH-STATUS                   PIC X(02).
018520     88  WS-AKH-OK                   VALUE '00'.
018530     88  WS-AKH-NOTFND               VALUE '35'.
018540 77  WS-AKH-DSN                      PIC X(44) VALUE SPACES.
018550 77  WS-AKH-DATE                     PIC 9(08) VALUE ZERO.
018560 77  WS-AKH-FEED                     PIC X(01) VALUE SPACE.
018570 77  WS-AKH-GENS                     PIC 9(03) COMP VALUE ZERO.
018600 77  WS-REJECT-STATUS                PIC X(02).
018700     88  WS-REJECT-OK                VALUE '00'.
018800     88  WS-REJECT-NOTFND            VALUE '35'.
018900 77  WS-DROP-STATUS                  PIC X(02).
019000     88  WS-DROP-OK                  VALUE '00'.
019100     88  WS-DROP-NOTFND              VALUE '35'.
019200 77  WS-STAT-STATUS                  PIC X(02).
019300     88  WS-STAT-OK                  VALUE '00'.
019400     88  WS-STAT-NOTFND              VALUE '35'.
019500 77  WS-PRINT-STATUS                 PIC X(02).
019600     88  WS-PRINT-OK                 VALUE '00'.
019700 77  WS-EXTRACT-STATUS               PIC X(02).
019800     88  WS-EXTRACT-OK               VALUE '00'.
019900 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
020000     88  WS-EOF                      VALUE 'Y'.
020100
020200*    SYSIN: THE SCORECARD MONTH (YYYYMM).  BLANK MEANS THE MONTH
020300*    JUST ENDED, THE USUAL MONTH-END RUN.  THE MONTH BEFORE IT IS
020400*    ALWAYS SCORED ALONGSIDE FOR THE COMPARISON.
020500 01  WS-SCORE-PARM.
020600     05  SCRP-MONTH                  PIC X(06).
020700     05  FILLER                      PIC X(74).
020800 77  WS-TODAY                        PIC 9(08) VALUE ZERO.
020900
021000*    ENTRY 1 IS THE SCORECARD MONTH, ENTRY 2 THE MONTH BEFORE IT.
021100*    EACH DAY OF A MONTH CARRIES ITS BUSINESS-DAY NUMBER IN THAT
021200*    MONTH FROM THE PLANT CALENDAR (A NON-WORKING DAY CARRIES THE
021300*    NUMBER OF THE WORKING DAY BEFORE IT).  UNACKNOWLEDGED ITEMS
021400*    ARE AGED TO THE MONTH END, OR TO TODAY WHILE THE MONTH RUNS.
021500 01  WS-MONTH-TABLE.
021600     05  WS-MONTH-ENTRY OCCURS 2 TIMES.
021700         10  MT-MONTH                PIC 9(06).
021800         10  MT-LAST-DAY             PIC 9(02).
021900         10  MT-FIRST-DATE           PIC 9(08).
022000         10  MT-END-DATE             PIC 9(08).
022100         10  MT-LAG-TO-DATE          PIC 9(08).
022200         10  MT-BUS-DAYS             PIC 9(03).
022300         10  MT-BUS-DAY-NBR          PIC 9(03) OCCURS 31 TIMES.
022400 77  WS-MON-IDX                      PIC 9(01) COMP VALUE ZERO.
022500 77  WS-SCAN-IDX                     PIC 9(01) COMP VALUE ZERO.
022600 77  WS-DAY-IDX                      PIC 9(03) COMP VALUE ZERO.
022700 77  WS-FIRST-WORKING                PIC 9(01) VALUE ZERO.
022800 77  WS-CAL-TROUBLE-SWITCH           PIC X(01) VALUE 'N'.
022900     88  WS-CAL-TROUBLE-SHOWN        VALUE 'Y'.
023000
023100 01  WS-DATE-WORK.
023200     05  WS-DW-DATE                  PIC 9(08).
023300     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
023400         10  WS-DW-YYYYMM            PIC 9(06).
023500         10  WS-DW-DD                PIC 9(02).
023600 01  WS-MONTH-WORK.
023700     05  WS-MW-MONTH                 PIC 9(06).
023800     05  WS-MW-SPLIT REDEFINES WS-MW-MONTH.
023900         10  WS-MW-YYYY              PIC 9(04).
024000         10  WS-MW-MM                PIC 9(02).
024100 01  WS-MONTH-DAYS-VALUES            PIC X(24) VALUE
024200     '312831303130313130313031'.
024300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
024400     05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
024500 77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
024600 77  WS-LEAP-REM                     PIC 9(03) COMP VALUE ZERO.
024700
024800*    AUDARCH.YYYYMM FOR EACH OF THE TWO MONTHS.
024900 77  WS-ARCH-DSN                     PIC X(44) VALUE SPACES.
025000 77  WS-ARCH-MONTHS                  PIC 9(03) COMP-3 VALUE ZERO.
025100
025200*    THE RECORD IN HAND: ITS DATE, MONTH ENTRY AND DAY, LINE AND
025300*    DEPARTMENT, AND THE TABLE ENTRY IT IS COUNTED UNDER.
025400 77  WS-KEY-DATE                     PIC 9(08) VALUE ZERO.
025500 77  WS-KEY-MON                      PIC 9(01) COMP VALUE ZERO.
025600 77  WS-KEY-DAY                      PIC 9(02) VALUE ZERO.
025700 77  WS-KEY-LINE-ID                  PIC 9(06) VALUE ZERO.
025800 77  WS-KEY-DEPT                     PIC X(10) VALUE SPACES.
025900 77  WS-BD-NBR                       PIC 9(03) VALUE ZERO.
026000 77  WS-BUCKET-IDX                   PIC 9(01) COMP VALUE ZERO.
026100 77  WS-REASON-IDX                   PIC 9(02) COMP VALUE ZERO.
026200 77  WS-REJ-REASON                   PIC X(02) VALUE SPACES.
026300 77  WS-REJ-REASON-NBR               PIC 9(02) VALUE ZERO.
026400 77  WS-REJ-DROPPED-SWITCH           PIC X(01) VALUE 'N'.
026500     88  WS-REJ-DROPPED              VALUE 'Y'.
026510     88  WS-REJ-REPAIRED             VALUE 'R'.
026600 01  WS-RAW-ID-AREA.
026700     05  WS-RAW-ID-X                 PIC X(06).
026800     05  WS-RAW-ID REDEFINES WS-RAW-ID-X
026900                                     PIC 9(06).
027000
027100*    LINE-TO-DEPARTMENT LOOKUPS ALREADY MADE, SO EACH LINE COSTS
027200*    ONE KEYED READ OF THE LINE MASTER FOR THE WHOLE RUN.
027300 01  WS-LINE-CACHE.
027400     05  WS-LINE-CACHE-ENTRY OCCURS 500 TIMES.
027500         10  LC-LINE-ID              PIC 9(06).
027600         10  LC-DEPT                 PIC X(10).
027700 77  WS-LC-COUNT                     PIC 9(03) COMP VALUE ZERO.
027800 77  WS-LC-IDX                       PIC 9(03) COMP VALUE ZERO.
027900 77  WS-LC-FOUND-IDX                 PIC 9(03) COMP VALUE ZERO.
028000
028100 77  WS-DEPTM-COUNT                  PIC 9(03) COMP VALUE ZERO.
028200 77  WS-DEPTM-IDX                    PIC 9(03) COMP VALUE ZERO.
028300 77  WS-DEPTM-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
028400 01  WS-DEPTM-TABLE.
028500     05  WS-DEPTM-ENTRY OCCURS 100 TIMES.
028600         10  WS-TAB-DEPT-CODE        PIC X(10).
028700         10  WS-TAB-DEPT-DESC        PIC X(30).
028800         10  WS-TAB-DEPT-SUPV        PIC X(20).
028900         10  WS-TAB-DEPT-ACTIVE      PIC X(01).
029000
029100*    ONE ENTRY PER DEPARTMENT - EVERY ACTIVE DEPARTMENT ON THE
029200*    MASTER, PLUS ANY OTHER CODE THE HISTORY TURNS UP - WITH ONE
029300*    SET OF COUNTS PER MONTH.  THE FLAG IS 'I' FOR A DEPARTMENT
029400*    MARKED INACTIVE, '?' FOR ONE NOT ON THE MASTER.  ENTRY 101
029500*    IS NEVER SORTED; IT GATHERS THE ALL-DEPARTMENTS TOTALS.
029600 01  WS-DEPT-TABLE.
029700     05  WS-DEPT-ENTRY OCCURS 101 TIMES.
029800         10  DT-DEPT                 PIC X(10).
029900         10  DT-DESC                 PIC X(30).
030000         10  DT-SUPV                 PIC X(20).
030100         10  DT-FLAG                 PIC X(01).
030200         10  DT-MONTH OCCURS 2 TIMES.
030300             15  DM-SCORED           PIC 9(07) COMP-3.
030400             15  DM-PRIORITY         PIC 9(07) COMP-3.
030500             15  DM-BUCKET           PIC 9(07) COMP-3
030600                                     OCCURS 5 TIMES.
030700             15  DM-HELD-NT          PIC 9(07) COMP-3.
030800             15  DM-HELD-DV          PIC 9(07) COMP-3.
030900             15  DM-RELEASED         PIC 9(07) COMP-3.
031000             15  DM-STILL-HELD       PIC 9(07) COMP-3.
031100             15  DM-REJECT           PIC 9(07) COMP-3
031200                                     OCCURS 7 TIMES.
031300             15  DM-DROPPED          PIC 9(07) COMP-3.
031310             15  DM-REPAIRED         PIC 9(07) COMP-3.
031400             15  DM-UNACKED          PIC 9(07) COMP-3.
031410             15  DM-ACKED            PIC 9(07) COMP-3.
031500             15  DM-LAG-SUM          PIC 9(09) COMP-3.
031600 01  WS-SWAP-ENTRY                   PIC X(247).
031700 77  WS-DEPT-COUNT                   PIC 9(03) COMP VALUE ZERO.
031800 77  WS-DEPT-IDX                     PIC 9(03) COMP VALUE ZERO.
031900 77  WS-DEPT-FOUND-IDX               PIC 9(03) COMP VALUE ZERO.
032000 77  WS-ALL-IDX                      PIC 9(03) COMP VALUE 101.
032100 77  WS-IDX-2                        PIC 9(03) COMP VALUE ZERO.
032200 77  WS-OUTER-LIMIT                  PIC 9(03) COMP VALUE ZERO.
032300 77  WS-INNER-LIMIT                  PIC 9(03) COMP VALUE ZERO.
032400 77  WS-SWAP-NEEDED-SWITCH           PIC X(01) VALUE 'N'.
032500     88  WS-SWAP-NEEDED              VALUE 'Y'.
032600 77  WS-DEPT-FULL-SWITCH             PIC X(01) VALUE 'N'.
032700     88  WS-DEPT-FULL-SHOWN          VALUE 'Y'.
032800
032900*    THE ACTIVE PRIORITY RULES.  A TRIPLET'S PRIORITY IS NOT ON
033000*    THE AUDIT LOG, SO ITS VERDICT IS RE-SCORED HERE EXACTLY AS
033100*    COMP3VB SCORES IT: DEPARTMENT ROW, PLANT DEFAULT ROW ('*'),
033200*    THEN THE STANDARD RULE.
033300 01  WS-RULE-TABLE.
033400     05  WS-RULE-ENTRY OCCURS 400 TIMES.
033500         10  WS-TAB-RULE-DEPT        PIC X(10).
033600         10  WS-TAB-RULE-VERDICT     PIC X(02).
033700         10  WS-TAB-RULE-PRIORITY    PIC X(01).
033800*    THE STANDARD RULE: A IS PRIORITY WHENEVER IT WINS OR TIES
033900*    FOR THE WIN.
034000 01  WS-STD-RULE-VALUES.
034100     05  FILLER                      PIC X(03) VALUE 'A1Y'.
034200     05  FILLER                      PIC X(03) VALUE 'B1N'.
034300     05  FILLER                      PIC X(03) VALUE 'C1N'.
034400     05  FILLER                      PIC X(03) VALUE 'ABY'.
034500     05  FILLER                      PIC X(03) VALUE 'ACY'.
034600     05  FILLER                      PIC X(03) VALUE 'BCN'.
034700     05  FILLER                      PIC X(03) VALUE 'EQN'.
034800 01  WS-STD-RULE-TABLE REDEFINES WS-STD-RULE-VALUES.
034900     05  WS-STD-RULE OCCURS 7 TIMES.
035000         10  WS-STD-VERDICT          PIC X(02).
035100         10  WS-STD-PRIORITY         PIC X(01).
035200 77  WS-RULE-SET-ID                  PIC 9(06) VALUE ZERO.
035300 77  WS-RULE-COUNT                   PIC 9(03) COMP VALUE ZERO.
035400 77  WS-RULE-IDX                     PIC 9(03) COMP VALUE ZERO.
035500 77  WS-RULE-FOUND-IDX               PIC 9(03) COMP VALUE ZERO.
035600 77  WS-RULE-KEY-DEPT                PIC X(10) VALUE SPACES.
035700 77  WS-STD-IDX                      PIC 9(01) COMP VALUE ZERO.
035800 77  WS-VERDICT                      PIC X(20) VALUE SPACES.
035900 77  WS-VERDICT-CODE                 PIC X(02) VALUE SPACES.
036000 77  WS-PRIORITY-FLAG                PIC X(01) VALUE SPACE.
036100
036200*    THE NIGHT-RUN STATUS FILE, ONE SLOT PER DAY OF EACH MONTH.
036300*    A RERUN'S LATER RECORD REPLACES THE EARLIER ONE, AS ON THE
036400*    MORNING STATUS PAGE.
036500 01  WS-NIGHT-TABLE.
036600     05  WS-NIGHT-MONTH OCCURS 2 TIMES.
036700         10  WS-NIGHT OCCURS 31 TIMES.
036800             15  NT-VB-SWITCH        PIC X(01).
036900             15  NT-VB-READ          PIC 9(06).
037000             15  NT-VB-FED           PIC 9(06).
037100             15  NT-VB-HELD          PIC 9(06).
037200             15  NT-VED-READ         PIC 9(06).
037300             15  NT-VED-REJECT       PIC 9(06).
037400             15  NT-VRC-SENT         PIC 9(06).
037500             15  NT-VRC-ACKED        PIC 9(06).
037600             15  NT-VRC-UNACKED      PIC 9(06).
037700
037800*    THE MEASURES PRINTED FOR ONE DEPARTMENT, BOTH MONTHS, AND
037900*    THE PLANT TOTALS FROM THE STATUS FILE.  'C' ROWS ARE COUNTS,
038000*    'R' ROWS ARE RATES AND AVERAGES TO TWO DECIMALS.
038100 01  WS-MEASURE-TABLE.
038200     05  WS-MEASURE OCCURS 20 TIMES.
038300         10  MS-VALUE                PIC S9(09)V99 COMP-3
038400                                     OCCURS 2 TIMES.
038500 01  WS-MEASURE-LABEL-VALUES.
038600     05  FILLER                      PIC X(01) VALUE 'C'.
038700     05  FILLER                      PIC X(40) VALUE
038800         'TRIPLETS SCORED'.
038900     05  FILLER                      PIC X(01) VALUE 'R'.
039000     05  FILLER                      PIC X(40) VALUE
039100         'TRIPLETS SCORED PER BUSINESS DAY'.
039200     05  FILLER                      PIC X(01) VALUE 'C'.
039300     05  FILLER                      PIC X(40) VALUE
039400         'PRIORITY RECORDS'.
039500     05  FILLER                      PIC X(01) VALUE 'R'.
039600     05  FILLER                      PIC X(40) VALUE
039700         'PRIORITY RATE %'.
039800     05  FILLER                      PIC X(01) VALUE 'C'.
039900     05  FILLER                      PIC X(40) VALUE
040000         'HELD - NEAR TIE (NT)'.
040100     05  FILLER                      PIC X(01) VALUE 'C'.
040200     05  FILLER                      PIC X(40) VALUE
040300         'HELD - DAY-OVER-DAY VARIANCE (DV)'.
040400     05  FILLER                      PIC X(01) VALUE 'C'.
040500     05  FILLER                      PIC X(40) VALUE
040600         '  RELEASED AT SIGN-OFF'.
040700     05  FILLER                      PIC X(01) VALUE 'C'.
040800     05  FILLER                      PIC X(40) VALUE
040900         '  STILL HELD'.
041000     05  FILLER                      PIC X(01) VALUE 'C'.
041100     05  FILLER                      PIC X(40) VALUE
041200         'GAUGE REJECTS'.
041300     05  FILLER                      PIC X(01) VALUE 'R'.
041400     05  FILLER                      PIC X(40) VALUE
041500         'GAUGE REJECT RATE %'.
041600     05  FILLER                      PIC X(01) VALUE 'R'.
041700     05  FILLER                      PIC X(40) VALUE
041800         '  01 LINE ID NOT NUMERIC %'.
041900     05  FILLER                      PIC X(01) VALUE 'R'.
042000     05  FILLER                      PIC X(40) VALUE
042100         '  02 VALUE A NOT NUMERIC %'.
042200     05  FILLER                      PIC X(01) VALUE 'R'.
042300     05  FILLER                      PIC X(40) VALUE
042400         '  03 VALUE B NOT NUMERIC %'.
042500     05  FILLER                      PIC X(01) VALUE 'R'.
042600     05  FILLER                      PIC X(40) VALUE
042700         '  04 VALUE C NOT NUMERIC %'.
042800     05  FILLER                      PIC X(01) VALUE 'R'.
042900     05  FILLER                      PIC X(40) VALUE
043000         '  05 DUPLICATE WITHIN A DROP %'.
043100     05  FILLER                      PIC X(01) VALUE 'R'.
043200     05  FILLER                      PIC X(40) VALUE
043300         '  06 OUTSIDE ANY DROP %'.
043400     05  FILLER                      PIC X(01) VALUE 'R'.
043500     05  FILLER                      PIC X(40) VALUE
043600         '  07 DUPLICATE ACROSS DROPS %'.
043700     05  FILLER                      PIC X(01) VALUE 'C'.
043800     05  FILLER                      PIC X(40) VALUE
043900         'REJECTS DROPPED WITHOUT REPAIR'.
044000     05  FILLER                      PIC X(01) VALUE 'C'.
044100     05  FILLER                      PIC X(40) VALUE
044200         'FEED ITEMS NOT ACKNOWLEDGED'.
044300     05  FILLER                      PIC X(01) VALUE 'R'.
044400     05  FILLER                      PIC X(40) VALUE
044500         'AVERAGE ACK LAG (BUSINESS DAYS)'.
044600 01  WS-MEASURE-LABEL-TABLE REDEFINES WS-MEASURE-LABEL-VALUES.
044700     05  WS-MEASURE-LABEL OCCURS 20 TIMES.
044800         10  ML-TYPE                 PIC X(01).
044900         10  ML-TEXT                 PIC X(40).
045000
045100 01  WS-PLANT-TABLE.
045200     05  WS-PLANT OCCURS 11 TIMES.
045300         10  PT-VALUE                PIC S9(09)V99 COMP-3
045400                                     OCCURS 2 TIMES.
045500 01  WS-PLANT-LABEL-VALUES.
045600     05  FILLER                      PIC X(01) VALUE 'C'.
045700     05  FILLER                      PIC X(40) VALUE
045800         'NIGHTS SCORED (COMP3VB)'.
045900     05  FILLER                      PIC X(01) VALUE 'C'.
046000     05  FILLER                      PIC X(40) VALUE
046100         'TRIPLETS READ BY THE COMPARATOR'.
046200     05  FILLER                      PIC X(01) VALUE 'C'.
046300     05  FILLER                      PIC X(40) VALUE
046400         '  FED TO THE SCHEDULE'.
046500     05  FILLER                      PIC X(01) VALUE 'C'.
046600     05  FILLER                      PIC X(40) VALUE
046700         '  HELD FOR SIGN-OFF'.
046800     05  FILLER                      PIC X(01) VALUE 'C'.
046900     05  FILLER                      PIC X(40) VALUE
047000         'RAW GAUGE RECORDS READ (COMP3VED)'.
047100     05  FILLER                      PIC X(01) VALUE 'C'.
047200     05  FILLER                      PIC X(40) VALUE
047300         '  REJECTED AT EDIT'.
047400     05  FILLER                      PIC X(01) VALUE 'C'.
047500     05  FILLER                      PIC X(40) VALUE
047600         '  REJECTS REPAIRED AND RECYCLED'.
047700     05  FILLER                      PIC X(01) VALUE 'R'.
047800     05  FILLER                      PIC X(40) VALUE
047900         '  GAUGE REJECT RATE %'.
048000     05  FILLER                      PIC X(01) VALUE 'C'.
048100     05  FILLER                      PIC X(40) VALUE
048200         'FEED RECORDS SENT (COMP3VRC)'.
048300     05  FILLER                      PIC X(01) VALUE 'C'.
048400     05  FILLER                      PIC X(40) VALUE
048500         '  ACKNOWLEDGED'.
048600     05  FILLER                      PIC X(01) VALUE 'C'.
048700     05  FILLER                      PIC X(40) VALUE
048800         '  NOT ACKNOWLEDGED'.
048900 01  WS-PLANT-LABEL-TABLE REDEFINES WS-PLANT-LABEL-VALUES.
049000     05  WS-PLANT-LABEL OCCURS 11 TIMES.
049100         10  PL-TYPE                 PIC X(01).
049200         10  PL-TEXT                 PIC X(40).
049300
049400 77  WS-ROW-IDX                      PIC 9(02) COMP VALUE ZERO.
049500 77  WS-ROW-TYPE                     PIC X(01) VALUE SPACE.
049600     88  WS-ROW-RATE                 VALUE 'R'.
049700 77  WS-ROW-TEXT                     PIC X(40) VALUE SPACES.
049800 01  WS-ROW-VALUES.
049900     05  WS-ROW-VALUE                PIC S9(09)V99 COMP-3
050000                                     OCCURS 2 TIMES.
050100 77  WS-ROW-CHANGE                   PIC S9(09)V99 COMP-3
050200                                     VALUE ZERO.
050300 77  WS-REJ-TOTAL                    PIC 9(07) COMP-3 VALUE ZERO.
050400 77  WS-RECEIVED                     PIC 9(07) COMP-3 VALUE ZERO.
050510 77  WS-LAG-ITEMS                    PIC 9(07) COMP-3 VALUE ZERO.
050600 77  WS-EDIT-COUNT                   PIC Z(10)9.
050700 77  WS-EDIT-RATE                    PIC Z(7)9.99.
050800 77  WS-EDIT-COUNT-CHG               PIC +(10)9.
050900 77  WS-EDIT-RATE-CHG                PIC +(7)9.99.
051000
051100 77  WS-TRIPLET-COUNT                PIC 9(08) COMP-3 VALUE ZERO.
051200 77  WS-HOLD-COUNT                   PIC 9(08) COMP-3 VALUE ZERO.
051300 77  WS-LEDGER-COUNT                 PIC 9(08) COMP-3 VALUE ZERO.
051310 77  WS-ACKHIST-COUNT                PIC 9(08) COMP-3 VALUE ZERO.
051400 77  WS-REJECT-COUNT                 PIC 9(08) COMP-3 VALUE ZERO.
051500 77  WS-STATUS-COUNT                 PIC 9(08) COMP-3 VALUE ZERO.
051600 77  WS-UNCOUNTED                    PIC 9(08) COMP-3 VALUE ZERO.
051700 77  WS-COUNT-DISP                   PIC 9(08) VALUE ZERO.
051800
051900     COPY CALPARM.
052000
052100     COPY DSCXREC.
052200
052300*    PRINT LINES.  COLUMN 1 IS CARRIAGE CONTROL:
052400*    '1' TOP OF FORM, ' ' SINGLE SPACE, '0' DOUBLE SPACE.
052500 01  WS-HEADER-1.
052600     05  H1-CC                       PIC X(01) VALUE '1'.
052700     05  FILLER                      PIC X(31) VALUE
052800         'DEPARTMENT MONTHLY SCORECARD'.
052900     05  FILLER                      PIC X(06) VALUE 'MONTH '.
053000     05  H1-MONTH                    PIC 9(06).
053100     05  FILLER                      PIC X(15) VALUE
053200         ' COMPARED WITH '.
053300     05  H1-PRIOR-MONTH              PIC 9(06).
053400     05  FILLER                      PIC X(09) VALUE SPACES.
053500     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
053600     05  H1-RUN-DATE                 PIC 9(08).
053700     05  FILLER                      PIC X(29) VALUE SPACES.
053800     05  FILLER                      PIC X(05) VALUE 'PAGE '.
053900     05  H1-PAGE-NBR                 PIC ZZZ9.
054000     05  FILLER                      PIC X(04) VALUE SPACES.
054100
054200 01  WS-HEADER-2.
054300     05  FILLER                      PIC X(01) VALUE SPACE.
054400     05  FILLER                      PIC X(41) VALUE
054500         'BUSINESS DAYS IN MONTH (PLANT CALENDAR): '.
054600     05  H2-BUS-DAYS                 PIC ZZ9.
054700     05  FILLER                      PIC X(16) VALUE
054800         '   PRIOR MONTH: '.
054900     05  H2-PRIOR-BUS-DAYS           PIC ZZ9.
055000     05  FILLER                      PIC X(69) VALUE SPACES.
055100
055200 01  WS-DEPT-HEADER.
055300     05  FILLER                      PIC X(01) VALUE '0'.
055400     05  FILLER                      PIC X(11) VALUE
055500         'DEPARTMENT '.
055600     05  DH-DEPT                     PIC X(10).
055700     05  FILLER                      PIC X(03) VALUE ' - '.
055800     05  DH-DESC                     PIC X(30).
055900     05  DH-SUPV-LABEL               PIC X(14).
056000     05  DH-SUPV                     PIC X(20).
056100     05  FILLER                      PIC X(02) VALUE SPACES.
056200     05  DH-NOTE                     PIC X(20).
056300     05  FILLER                      PIC X(22) VALUE SPACES.
056400
056500 01  WS-COLUMN-HEADER.
056600     05  FILLER                      PIC X(01) VALUE SPACE.
056700     05  FILLER                      PIC X(40) VALUE 'MEASURE'.
056800     05  FILLER                      PIC X(09) VALUE SPACES.
056900     05  CH-MONTH                    PIC 9(06).
057000     05  FILLER                      PIC X(09) VALUE SPACES.
057100     05  CH-PRIOR-MONTH              PIC 9(06).
057200     05  FILLER                      PIC X(09) VALUE SPACES.
057300     05  FILLER                      PIC X(06) VALUE 'CHANGE'.
057400     05  FILLER                      PIC X(47) VALUE SPACES.
057500
057600 01  WS-DETAIL-LINE.
057700     05  FILLER                      PIC X(01) VALUE SPACE.
057800     05  DL-TEXT                     PIC X(40).
057900     05  FILLER                      PIC X(04) VALUE SPACES.
058000     05  DL-THIS                     PIC X(11).
058100     05  FILLER                      PIC X(04) VALUE SPACES.
058200     05  DL-PRIOR                    PIC X(11).
058300     05  FILLER                      PIC X(04) VALUE SPACES.
058400     05  DL-CHANGE                   PIC X(11).
058500     05  FILLER                      PIC X(47) VALUE SPACES.
058600
058700*    TRIPLETS SCORED IN EACH FIVE-BUSINESS-DAY STRETCH OF THE
058800*    MONTH, SO A SLOW START OR A LATE-MONTH RUSH SHOWS UP.
058900 01  WS-BUCKET-LINE.
059000     05  BL-CC                       PIC X(01).
059100     05  BL-TEXT                     PIC X(40).
059200     05  FILLER                      PIC X(06) VALUE 'MONTH '.
059300     05  BL-MONTH                    PIC 9(06).
059400     05  BL-BUCKET OCCURS 5 TIMES.
059500         10  BL-BUCKET-LABEL         PIC X(09).
059600         10  BL-BUCKET-COUNT         PIC Z(6)9.
059700 01  WS-BUCKET-NAME-VALUES.
059800     05  FILLER                      PIC X(09) VALUE '  BD 1-5 '.
059900     05  FILLER                      PIC X(09) VALUE '  BD 6-10'.
060000     05  FILLER                      PIC X(09) VALUE '  BD11-15'.
060100     05  FILLER                      PIC X(09) VALUE '  BD16-20'.
060200     05  FILLER                      PIC X(09) VALUE '  BD 21+ '.
060300 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
060400     05  WS-BUCKET-NAME              PIC X(09) OCCURS 5 TIMES.
060500
060600 01  WS-PLANT-HEADER.
060700     05  FILLER                      PIC X(01) VALUE '0'.
060800     05  FILLER                      PIC X(132) VALUE
060900         'PLANT TOTALS FROM THE NIGHT-RUN STATUS FILE'.
061000
061100 77  WS-PAGE-NBR                     PIC 9(04) VALUE ZERO.
061200 77  WS-PRINT-LINES                  PIC 9(03) COMP VALUE ZERO.
061300 77  WS-PAGE-LIMIT                   PIC 9(03) COMP VALUE 55.
061400 77  WS-LINES-NEEDED                 PIC 9(03) COMP VALUE ZERO.
061500
061600 PROCEDURE DIVISION.
061700 0000-MAINLINE.
061800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
061900     PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT.
062000     PERFORM 1600-LOAD-PRIORITY-RULES THRU 1600-EXIT.
062100     PERFORM 2000-SCAN-AUDIT       THRU 2000-EXIT.
062200     PERFORM 3000-SCAN-EXCEPTIONS  THRU 3000-EXIT.
062300     PERFORM 3100-SCAN-JOURNAL     THRU 3100-EXIT.
062400     PERFORM 3200-SCAN-LEDGER      THRU 3200-EXIT.
062410     PERFORM 3250-SCAN-ACK-HISTORY THRU 3250-EXIT.
062500     PERFORM 3300-SCAN-REJECTS     THRU 3300-EXIT.
062600     PERFORM 3400-SCAN-DROPS       THRU 3400-EXIT.
062700     PERFORM 3600-SCAN-STATUS      THRU 3600-EXIT.
062800     PERFORM 4000-SORT-DEPTS       THRU 4000-EXIT.
062900     PERFORM 5000-PRINT-REPORT     THRU 5000-EXIT.
063000     PERFORM 6000-TERMINATE        THRU 6000-EXIT.
063100     STOP RUN.
063200
063300******************************************************************
063400*    1000-INITIALIZE - TAKE THE SCORECARD MONTH FROM SYSIN, SET  *
063500*    UP IT AND THE MONTH BEFORE IT, OPEN THE LINE MASTER AND     *
063600*    THE TWO OUTPUTS.                                            *
063700******************************************************************
063800 1000-INITIALIZE.
063900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
064000     MOVE SPACES TO WS-SCORE-PARM.
064100     ACCEPT WS-SCORE-PARM.
064200     MOVE WS-TODAY TO WS-DW-DATE.
064300     IF SCRP-MONTH = SPACES
064400         MOVE WS-DW-YYYYMM TO WS-MW-MONTH
064500         PERFORM 1150-STEP-BACK-MONTH THRU 1150-EXIT
064600     ELSE
064700         IF SCRP-MONTH NOT NUMERIC
064800             DISPLAY 'COMP3VDS: SCORECARD MONTH MUST BE YYYYMM'
064900             GO TO 9999-EXIT
065000         END-IF
065100         MOVE SCRP-MONTH TO WS-MW-MONTH
065200         IF WS-MW-MM < 1 OR WS-MW-MM > 12
065300             OR WS-MW-MONTH > WS-DW-YYYYMM
065400             DISPLAY 'COMP3VDS: SCORECARD MONTH ' SCRP-MONTH
065500                 ' IS NOT A MONTH TO DATE'
065600             GO TO 9999-EXIT
065700         END-IF
065800     END-IF.
065900     MOVE 1 TO WS-MON-IDX.
066000     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
066100     PERFORM 1150-STEP-BACK-MONTH THRU 1150-EXIT.
066200     MOVE 2 TO WS-MON-IDX.
066300     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
066400     DISPLAY 'COMP3VDS: SCORECARD FOR ' MT-MONTH(1)
066500         ' COMPARED WITH ' MT-MONTH(2).
066600     DISPLAY 'COMP3VDS: BUSINESS DAYS ' MT-BUS-DAYS(1) ' AND '
066700         MT-BUS-DAYS(2).
066800     OPEN INPUT LINE-MASTER-FILE.
066900     IF WS-LINEMAST-NOTFND
067000         DISPLAY 'COMP3VDS: NO LINE MASTER FILE, LINE RECORDS '
067100             'WILL COUNT WITHOUT A DEPARTMENT'
067200     ELSE
067300         IF NOT WS-LINEMAST-OK
067400             DISPLAY 'COMP3VDS: CANNOT OPEN LINE MASTER, '
067500                 'STATUS = ' WS-LINEMAST-STATUS
067600             GO TO 9999-EXIT
067700         END-IF
067800         SET WS-LINEMAST-AVAILABLE TO TRUE
067900     END-IF.
068000     OPEN OUTPUT PRINT-FILE.
068100     IF NOT WS-PRINT-OK
068200         DISPLAY 'COMP3VDS: CANNOT OPEN PRINT FILE, STATUS = '
068300             WS-PRINT-STATUS
068400         GO TO 9999-EXIT
068500     END-IF.
068600     OPEN OUTPUT EXTRACT-FILE.
068700     IF NOT WS-EXTRACT-OK
068800         DISPLAY 'COMP3VDS: CANNOT OPEN EXTRACT FILE, STATUS = '
068900             WS-EXTRACT-STATUS
069000         GO TO 9999-EXIT
069100     END-IF.
069200 1000-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600*    1100-SET-MONTH - FILL MONTH ENTRY WS-MON-IDX FOR            *
069700*    WS-MW-MONTH: ITS LENGTH (FEBRUARY BY THE LEAP-YEAR RULE),   *
069800*    FIRST AND LAST DATES, AND EACH DAY'S BUSINESS-DAY NUMBER    *
069900*    FROM COMP3VCD.  THE FIRST OF THE MONTH IS BUSINESS DAY 1    *
070000*    IF IT IS A WORKING DAY; EVERY LATER DAY ADDS THE WORKING    *
070100*    DAYS SINCE THE FIRST.                                       *
070200******************************************************************
070300 1100-SET-MONTH.
070400     MOVE WS-MW-MONTH TO MT-MONTH(WS-MON-IDX).
070500     MOVE WS-MONTH-DAYS(WS-MW-MM) TO MT-LAST-DAY(WS-MON-IDX).
070600     IF WS-MW-MM = 2
070700         DIVIDE WS-MW-YYYY BY 4 GIVING WS-LEAP-QUOT
070800             REMAINDER WS-LEAP-REM
070900         IF WS-LEAP-REM = ZERO
071000             MOVE 29 TO MT-LAST-DAY(WS-MON-IDX)
071100             DIVIDE WS-MW-YYYY BY 100 GIVING WS-LEAP-QUOT
071200                 REMAINDER WS-LEAP-REM
071300             IF WS-LEAP-REM = ZERO
071400                 DIVIDE WS-MW-YYYY BY 400 GIVING WS-LEAP-QUOT
071500                     REMAINDER WS-LEAP-REM
071600                 IF WS-LEAP-REM NOT = ZERO
071700                     MOVE 28 TO MT-LAST-DAY(WS-MON-IDX)
071800                 END-IF
071900             END-IF
072000         END-IF
072100     END-IF.
072200     MOVE WS-MW-MONTH TO WS-DW-YYYYMM.
072300     MOVE MT-LAST-DAY(WS-MON-IDX) TO WS-DW-DD.
072400     MOVE WS-DW-DATE TO MT-END-DATE(WS-MON-IDX).
072500     IF MT-END-DATE(WS-MON-IDX) > WS-TODAY
072600         MOVE WS-TODAY TO MT-LAG-TO-DATE(WS-MON-IDX)
072700     ELSE
072800         MOVE MT-END-DATE(WS-MON-IDX)
072900             TO MT-LAG-TO-DATE(WS-MON-IDX)
073000     END-IF.
073100     MOVE 1 TO WS-DW-DD.
073200     MOVE WS-DW-DATE TO MT-FIRST-DATE(WS-MON-IDX).
073300     MOVE ZERO TO WS-FIRST-WORKING.
073400     SET CALP-FUNC-CHECK TO TRUE.
073500     MOVE MT-FIRST-DATE(WS-MON-IDX) TO CALP-IN-DATE.
073600     CALL 'COMP3VCD' USING CAL-PARM.
073700     IF CALP-OK AND CALP-DAY-WORKING
073800         MOVE 1 TO WS-FIRST-WORKING
073900     END-IF.
074000     PERFORM 1200-BUSINESS-DAY-NBR THRU 1200-EXIT
074100         VARYING WS-DAY-IDX FROM 1 BY 1
074200         UNTIL WS-DAY-IDX > MT-LAST-DAY(WS-MON-IDX).
074300     MOVE MT-BUS-DAY-NBR(WS-MON-IDX, MT-LAST-DAY(WS-MON-IDX))
074400         TO MT-BUS-DAYS(WS-MON-IDX).
074500 1100-EXIT.
074600     EXIT.
074700
074800 1150-STEP-BACK-MONTH.
074900     IF WS-MW-MM = 1
075000         SUBTRACT 1 FROM WS-MW-YYYY
075100         MOVE 12 TO WS-MW-MM
075200     ELSE
075300         SUBTRACT 1 FROM WS-MW-MM
075400     END-IF.
075500 1150-EXIT.
075600     EXIT.
075700
075800 1200-BUSINESS-DAY-NBR.
075900     IF WS-DAY-IDX = 1
076000         MOVE WS-FIRST-WORKING TO MT-BUS-DAY-NBR(WS-MON-IDX, 1)
076100         GO TO 1200-EXIT
076200     END-IF.
076300     MOVE WS-DAY-IDX TO WS-DW-DD.
076400     SET CALP-FUNC-DIST TO TRUE.
076500     MOVE MT-FIRST-DATE(WS-MON-IDX) TO CALP-IN-DATE.
076600     MOVE WS-DW-DATE TO CALP-TO-DATE.
076700     CALL 'COMP3VCD' USING CAL-PARM.
076800     IF CALP-OK
076900         COMPUTE MT-BUS-DAY-NBR(WS-MON-IDX, WS-DAY-IDX) =
077000             CALP-DAY-COUNT + WS-FIRST-WORKING
077100     ELSE
077200         MOVE MT-BUS-DAY-NBR(WS-MON-IDX, WS-DAY-IDX - 1)
077300             TO MT-BUS-DAY-NBR(WS-MON-IDX, WS-DAY-IDX)
077400         IF NOT WS-CAL-TROUBLE-SHOWN
077500             DISPLAY 'COMP3VDS: CALENDAR LOOKUP FAILED FOR '
077600                 WS-DW-DATE ', DAY NOT COUNTED AS WORKING'
077700             SET WS-CAL-TROUBLE-SHOWN TO TRUE
077800         END-IF
077900     END-IF.
078000 1200-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400*    1500-LOAD-DEPT-MASTER - TABLE THE DEPARTMENT MASTER FOR     *
078500*    THE DESCRIPTION AND SUPERVISOR, AND START A SCORECARD       *
078600*    ENTRY FOR EVERY ACTIVE DEPARTMENT SO ONE WITH A QUIET       *
078700*    MONTH STILL PRINTS.  A MISSING MASTER IS NOT FATAL - BARE   *
078800*    CODES PRINT.                                                *
078900******************************************************************
079000 1500-LOAD-DEPT-MASTER.
079100     MOVE ZERO TO WS-DEPTM-COUNT.
079200     MOVE 'N' TO WS-EOF-SWITCH.
079300     OPEN INPUT DEPT-MASTER-FILE.
079400     IF WS-DEPTMAST-NOTFND
079500         DISPLAY 'COMP3VDS: NO DEPARTMENT MASTER, BARE CODES '
079600             'WILL PRINT'
079700         GO TO 1500-EXIT
079800     END-IF.
079900     IF NOT WS-DEPTMAST-OK
080000         DISPLAY 'COMP3VDS: CANNOT OPEN DEPARTMENT MASTER, '
080100             'STATUS = ' WS-DEPTMAST-STATUS
080200         GO TO 9999-EXIT
080300     END-IF.
080400     PERFORM 1510-READ-DEPT THRU 1510-EXIT.
080500     PERFORM 1520-STORE-DEPT THRU 1520-EXIT
080600         UNTIL WS-EOF.
080700     CLOSE DEPT-MASTER-FILE.
080800     PERFORM 1530-START-ACTIVE-DEPT THRU 1530-EXIT
080900         VARYING WS-DEPTM-IDX FROM 1 BY 1
081000         UNTIL WS-DEPTM-IDX > WS-DEPTM-COUNT.
081100 1500-EXIT.
081200     EXIT.
081300
081400 1510-READ-DEPT.
081500     READ DEPT-MASTER-FILE
081600         AT END
081700             SET WS-EOF TO TRUE
081800     END-READ.
081900 1510-EXIT.
082000     EXIT.
082100
082200 1520-STORE-DEPT.
082300     IF WS-DEPTM-COUNT < 100
082400         ADD 1 TO WS-DEPTM-COUNT
082500         MOVE DEPT-CODE TO WS-TAB-DEPT-CODE(WS-DEPTM-COUNT)
082600         MOVE DEPT-DESC TO WS-TAB-DEPT-DESC(WS-DEPTM-COUNT)
082700         MOVE DEPT-SUPERVISOR TO WS-TAB-DEPT-SUPV(WS-DEPTM-COUNT)
082800         MOVE DEPT-ACTIVE-FLAG
082900             TO WS-TAB-DEPT-ACTIVE(WS-DEPTM-COUNT)
083000     ELSE
083100         DISPLAY 'COMP3VDS: DEPARTMENT MASTER EXCEEDS 100 '
083200             'ENTRIES, RECORD DROPPED'
083300     END-IF.
083400     PERFORM 1510-READ-DEPT THRU 1510-EXIT.
083500 1520-EXIT.
083600     EXIT.
083700
083800 1530-START-ACTIVE-DEPT.
083900     IF WS-TAB-DEPT-ACTIVE(WS-DEPTM-IDX) = 'I'
084000         GO TO 1530-EXIT
084100     END-IF.
084200     MOVE WS-TAB-DEPT-CODE(WS-DEPTM-IDX) TO WS-KEY-DEPT.
084300     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
084400 1530-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    1600-LOAD-PRIORITY-RULES - TABLE THE ACTIVE ROWS OF THE     *
084900*    PRIORITY RULE FILE.  A MISSING FILE MEANS THE STANDARD      *
085000*    RULE, AS IT DOES IN COMP3VB.                                *
085100******************************************************************
085200 1600-LOAD-PRIORITY-RULES.
085300     MOVE ZERO TO WS-RULE-COUNT.
085400     MOVE 'N' TO WS-EOF-SWITCH.
085500     OPEN INPUT PRIORITY-RULE-FILE.
085600     IF WS-PRIR-NOTFND
085700         DISPLAY 'COMP3VDS: NO PRIORITY RULE FILE, STANDARD '
085800             'PRIORITY RULES APPLY'
085900         GO TO 1600-EXIT
086000     END-IF.
086100     IF NOT WS-PRIR-OK
086200         DISPLAY 'COMP3VDS: CANNOT OPEN PRIORITY RULE FILE, '
086300             'STATUS = ' WS-PRIR-STATUS
086400         GO TO 9999-EXIT
086500     END-IF.
086600     PERFORM 1610-READ-PRIORITY-RULE THRU 1610-EXIT.
086700     PERFORM 1620-STORE-RULE THRU 1620-EXIT
086800         UNTIL WS-EOF.
086900     CLOSE PRIORITY-RULE-FILE.
087000     DISPLAY 'COMP3VDS: PRIORITY RULE SET ' WS-RULE-SET-ID ', '
087100         WS-RULE-COUNT ' ACTIVE RULES LOADED'.
087200 1600-EXIT.
087300     EXIT.
087400
087500 1610-READ-PRIORITY-RULE.
087600     READ PRIORITY-RULE-FILE
087700         AT END
087800             SET WS-EOF TO TRUE
087900     END-READ.
088000 1610-EXIT.
088100     EXIT.
088200
088300 1620-STORE-RULE.
088400     IF PRIR-HEADER
088500         IF PRIR-RULE-SET-ID IS NUMERIC
088600             MOVE PRIR-RULE-SET-ID TO WS-RULE-SET-ID
088700         END-IF
088800         GO TO 1620-NEXT
088900     END-IF.
089000     IF NOT PRIR-RULE OR NOT PRIR-ACTIVE
089100         GO TO 1620-NEXT
089200     END-IF.
089300     IF WS-RULE-COUNT < 400
089400         ADD 1 TO WS-RULE-COUNT
089500         MOVE PRIR-DEPT TO WS-TAB-RULE-DEPT(WS-RULE-COUNT)
089600         MOVE PRIR-VERDICT-CODE
089700             TO WS-TAB-RULE-VERDICT(WS-RULE-COUNT)
089800         MOVE PRIR-PRIORITY-FLAG
089900             TO WS-TAB-RULE-PRIORITY(WS-RULE-COUNT)
090000     ELSE
090100         DISPLAY 'COMP3VDS: PRIORITY RULE FILE EXCEEDS 400 '
090200             'ENTRIES, RULE DROPPED'
090300     END-IF.
090400 1620-NEXT.
090500     PERFORM 1610-READ-PRIORITY-RULE THRU 1610-EXIT.
090600 1620-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000*    2000-SCAN-AUDIT - THE ARCHIVE MONTH FOR EACH OF THE TWO     *
091100*    MONTHS, OLDER FIRST, THEN THE ACTIVE LOG.  COMP3VAH MOVES   *
091200*    WHOLE DAYS OFF THE ACTIVE LOG, SO NO TRIPLET IS SEEN        *
091300*    TWICE.                                                      *
091400******************************************************************
091500 2000-SCAN-AUDIT.
091600     PERFORM 2100-SCAN-ARCHIVE-MONTH THRU 2100-EXIT
091700         VARYING WS-SCAN-IDX FROM 2 BY -1
091800         UNTIL WS-SCAN-IDX < 1.
091900     PERFORM 2200-SCAN-ACTIVE-LOG THRU 2200-EXIT.
092000 2000-EXIT.
092100     EXIT.
092200
092300 2100-SCAN-ARCHIVE-MONTH.
092400     MOVE SPACES TO WS-ARCH-DSN.
092500     STRING 'AUDARCH.' MT-MONTH(WS-SCAN-IDX) DELIMITED BY SIZE
092600         INTO WS-ARCH-DSN.
092700     OPEN INPUT ARCHIVE-FILE.
092800     IF WS-ARCHIVE-NOTFND
092900         GO TO 2100-EXIT
093000     END-IF.
093100     IF NOT WS-ARCHIVE-OK
093200         DISPLAY 'COMP3VDS: CANNOT OPEN ARCHIVE ' WS-ARCH-DSN
093300             ' STATUS = ' WS-ARCHIVE-STATUS
093400         GO TO 9999-EXIT
093500     END-IF.
093600     ADD 1 TO WS-ARCH-MONTHS.
093700     MOVE 'N' TO WS-EOF-SWITCH.
093800     PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT.
093900     PERFORM 2160-NEXT-ARCHIVE-RECORD THRU 2160-EXIT
094000         UNTIL WS-EOF.
094100     CLOSE ARCHIVE-FILE.
094200 2100-EXIT.
094300     EXIT.
094400
094500 2150-READ-ARCHIVE.
094600     READ ARCHIVE-FILE INTO AUDIT-RECORD
094700         AT END
094800             SET WS-EOF TO TRUE
094900     END-READ.
095000 2150-EXIT.
095100     EXIT.
095200
095300 2160-NEXT-ARCHIVE-RECORD.
095400     PERFORM 2300-TAKE-TRIPLET THRU 2300-EXIT.
095500     PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT.
095600 2160-EXIT.
095700     EXIT.
095800
095900 2200-SCAN-ACTIVE-LOG.
096000     OPEN INPUT AUDIT-FILE.
096100     IF WS-AUDIT-NOTFND
096200         DISPLAY 'COMP3VDS: NO ACTIVE AUDIT LOG, ARCHIVE '
096300             'MONTHS ONLY'
096400         GO TO 2200-EXIT
096500     END-IF.
096600     IF NOT WS-AUDIT-OK
096700         DISPLAY 'COMP3VDS: CANNOT OPEN AUDIT LOG, STATUS = '
096800             WS-AUDIT-STATUS
096900         GO TO 9999-EXIT
097000     END-IF.
097100     MOVE 'N' TO WS-EOF-SWITCH.
097200     PERFORM 2250-READ-AUDIT THRU 2250-EXIT.
097300     PERFORM 2260-NEXT-AUDIT-RECORD THRU 2260-EXIT
097400         UNTIL WS-EOF.
097500     CLOSE AUDIT-FILE.
097600 2200-EXIT.
097700     EXIT.
097800
097900 2250-READ-AUDIT.
098000     READ AUDIT-FILE
098100         AT END
098200             SET WS-EOF TO TRUE
098300     END-READ.
098400 2250-EXIT.
098500     EXIT.
098600
098700 2260-NEXT-AUDIT-RECORD.
098800     PERFORM 2300-TAKE-TRIPLET THRU 2300-EXIT.
098900     PERFORM 2250-READ-AUDIT THRU 2250-EXIT.
099000 2260-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400*    2300-TAKE-TRIPLET - ONLY THE COMPARATOR'S TRIPLET RECORDS   *
099410*    ARE SCORED LINES; RANKED, RUN-HEADER, REVERSAL AND          *
099420*    CORRECTION RECORDS ARE PASSED OVER.                         *
099700*    THE TRIPLET COUNTS UNDER ITS LINE'S DEPARTMENT,             *
099800*    IN THE BUCKET FOR ITS BUSINESS DAY, AND AS PRIORITY WHEN    *
099900*    ITS VERDICT SCORES SO.                                      *
100000******************************************************************
100100 2300-TAKE-TRIPLET.
100200     IF NOT AUD-TYPE-TRIPLET
100300         GO TO 2300-EXIT
100400     END-IF.
100500     MOVE AUD-DATE TO WS-KEY-DATE.
100600     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
100700     IF WS-KEY-MON = ZERO
100800         GO TO 2300-EXIT
100900     END-IF.
101000     MOVE AUD-INSP-ID TO WS-KEY-LINE-ID.
101100     PERFORM 2500-LINE-DEPT THRU 2500-EXIT.
101200     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
101300     IF WS-DEPT-IDX = ZERO
101400         ADD 1 TO WS-UNCOUNTED
101500         GO TO 2300-EXIT
101600     END-IF.
101700     ADD 1 TO WS-TRIPLET-COUNT.
101800     ADD 1 TO DM-SCORED(WS-DEPT-IDX, WS-KEY-MON).
101900     MOVE MT-BUS-DAY-NBR(WS-KEY-MON, WS-KEY-DAY) TO WS-BD-NBR.
102000     IF WS-BD-NBR = ZERO
102100         MOVE 1 TO WS-BUCKET-IDX
102200     ELSE
102300         COMPUTE WS-BUCKET-IDX = (WS-BD-NBR - 1) / 5 + 1
102400     END-IF.
102500     IF WS-BUCKET-IDX > 5
102600         MOVE 5 TO WS-BUCKET-IDX
102700     END-IF.
102800     ADD 1 TO DM-BUCKET(WS-DEPT-IDX, WS-KEY-MON, WS-BUCKET-IDX).
102900     MOVE AUD-VERDICT TO WS-VERDICT.
103000     PERFORM 2350-SET-VERDICT-CODE THRU 2350-EXIT.
103100     PERFORM 2400-SET-PRIORITY THRU 2400-EXIT.
103200     IF WS-PRIORITY-FLAG = 'Y'
103300         ADD 1 TO DM-PRIORITY(WS-DEPT-IDX, WS-KEY-MON)
103400     END-IF.
103500 2300-EXIT.
103600     EXIT.
103700
103800 2350-SET-VERDICT-CODE.
103900     IF WS-VERDICT = 'A IS GREATER'
104000         MOVE 'A1' TO WS-VERDICT-CODE
104100     ELSE
104200         IF WS-VERDICT = 'B IS GREATER'
104300             MOVE 'B1' TO WS-VERDICT-CODE
104400         ELSE
104500             IF WS-VERDICT = 'C IS GREATER'
104600                 MOVE 'C1' TO WS-VERDICT-CODE
104700             ELSE
104800                 IF WS-VERDICT = 'A,B ARE GREATER'
104900                     MOVE 'AB' TO WS-VERDICT-CODE
105000                 ELSE
105100                     IF WS-VERDICT = 'A,C ARE GREATER'
105200                         MOVE 'AC' TO WS-VERDICT-CODE
105300                     ELSE
105400                         IF WS-VERDICT = 'B,C ARE GREATER'
105500                             MOVE 'BC' TO WS-VERDICT-CODE
105600                         ELSE
105700                             MOVE 'EQ' TO WS-VERDICT-CODE
105800                         END-IF
105900                     END-IF
106000                 END-IF
106100             END-IF
106200         END-IF
106300     END-IF.
106400 2350-EXIT.
106500     EXIT.
106600
106700******************************************************************
106800*    2400-SET-PRIORITY - THE LINE'S OWN DEPARTMENT ROW FIRST,    *
106900*    THEN THE PLANT-WIDE DEFAULT ROW ('*'), THEN THE STANDARD    *
107000*    RULE, EXACTLY AS COMP3VB SETS IT.                           *
107100******************************************************************
107200 2400-SET-PRIORITY.
107300     MOVE WS-KEY-DEPT TO WS-RULE-KEY-DEPT.
107400     PERFORM 2410-FIND-RULE THRU 2410-EXIT.
107500     IF WS-RULE-FOUND-IDX > ZERO
107600         MOVE WS-TAB-RULE-PRIORITY(WS-RULE-FOUND-IDX)
107700             TO WS-PRIORITY-FLAG
107800         GO TO 2400-EXIT
107900     END-IF.
108000     MOVE '*' TO WS-RULE-KEY-DEPT.
108100     PERFORM 2410-FIND-RULE THRU 2410-EXIT.
108200     IF WS-RULE-FOUND-IDX > ZERO
108300         MOVE WS-TAB-RULE-PRIORITY(WS-RULE-FOUND-IDX)
108400             TO WS-PRIORITY-FLAG
108500         GO TO 2400-EXIT
108600     END-IF.
108700     MOVE 'N' TO WS-PRIORITY-FLAG.
108800     PERFORM 2430-CHECK-STD-RULE THRU 2430-EXIT
108900         VARYING WS-STD-IDX FROM 1 BY 1
109000         UNTIL WS-STD-IDX > 7.
109100 2400-EXIT.
109200     EXIT.
109300
109400 2410-FIND-RULE.
109500     MOVE ZERO TO WS-RULE-FOUND-IDX.
109600     PERFORM 2420-CHECK-RULE THRU 2420-EXIT
109700         VARYING WS-RULE-IDX FROM 1 BY 1
109800         UNTIL WS-RULE-IDX > WS-RULE-COUNT
109900             OR WS-RULE-FOUND-IDX > ZERO.
110000 2410-EXIT.
110100     EXIT.
110200
110300 2420-CHECK-RULE.
110400     IF WS-TAB-RULE-DEPT(WS-RULE-IDX) = WS-RULE-KEY-DEPT
110500         AND WS-TAB-RULE-VERDICT(WS-RULE-IDX) = WS-VERDICT-CODE
110600         MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
110700     END-IF.
110800 2420-EXIT.
110900     EXIT.
111000
111100 2430-CHECK-STD-RULE.
111200     IF WS-STD-VERDICT(WS-STD-IDX) = WS-VERDICT-CODE
111300         MOVE WS-STD-PRIORITY(WS-STD-IDX) TO WS-PRIORITY-FLAG
111400     END-IF.
111500 2430-EXIT.
111600     EXIT.
111700
111800******************************************************************
111900*    2500-LINE-DEPT - THE DEPARTMENT OF LINE WS-KEY-LINE-ID,     *
112000*    FROM THE LOOKUPS ALREADY MADE OR ONE KEYED READ OF THE      *
112100*    LINE MASTER. A LINE NOT ON THE MASTER (OR NO MASTER) COMES  *
112200*    BACK SPACES.                                                *
112300******************************************************************
112400 2500-LINE-DEPT.
112500     MOVE SPACES TO WS-KEY-DEPT.
112600     MOVE ZERO TO WS-LC-FOUND-IDX.
112700     PERFORM 2550-MATCH-LINE THRU 2550-EXIT
112800         VARYING WS-LC-IDX FROM 1 BY 1
112900         UNTIL WS-LC-IDX > WS-LC-COUNT
113000             OR WS-LC-FOUND-IDX > ZERO.
113100     IF WS-LC-FOUND-IDX > ZERO
113200         MOVE LC-DEPT(WS-LC-FOUND-IDX) TO WS-KEY-DEPT
113300         GO TO 2500-EXIT
113400     END-IF.
113500     IF WS-LINEMAST-AVAILABLE
113600         MOVE WS-KEY-LINE-ID TO LINE-ID
113700         READ LINE-MASTER-FILE
113800             INVALID KEY
113900                 MOVE SPACES TO WS-KEY-DEPT
114000             NOT INVALID KEY
114100                 MOVE LINE-DEPT TO WS-KEY-DEPT
114200         END-READ
114300     END-IF.
114400     IF WS-LC-COUNT < 500
114500         ADD 1 TO WS-LC-COUNT
114600         MOVE WS-KEY-LINE-ID TO LC-LINE-ID(WS-LC-COUNT)
114700         MOVE WS-KEY-DEPT    TO LC-DEPT(WS-LC-COUNT)
114800     END-IF.
114900 2500-EXIT.
115000     EXIT.
115100
115200 2550-MATCH-LINE.
115300     IF LC-LINE-ID(WS-LC-IDX) = WS-KEY-LINE-ID
115400         MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
115500     END-IF.
115600 2550-EXIT.
115700     EXIT.
115800
115900******************************************************************
116000*    2600-FIND-DEPT - FIND (OR START) THE SCORECARD ENTRY FOR    *
116100*    WS-KEY-DEPT INTO WS-DEPT-IDX.  A NEW ENTRY TAKES ITS        *
116200*    DESCRIPTION AND SUPERVISOR FROM THE DEPARTMENT MASTER.  A   *
116300*    FULL TABLE LEAVES WS-DEPT-IDX AT ZERO AND THE RECORD IS     *
116400*    NOT COUNTED.                                                *
116500******************************************************************
116600 2600-FIND-DEPT.
116700     MOVE ZERO TO WS-DEPT-FOUND-IDX.
116800     PERFORM 2650-MATCH-DEPT THRU 2650-EXIT
116900         VARYING WS-DEPT-IDX FROM 1 BY 1
117000         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
117100             OR WS-DEPT-FOUND-IDX > ZERO.
117200     MOVE WS-DEPT-FOUND-IDX TO WS-DEPT-IDX.
117300     IF WS-DEPT-IDX > ZERO
117400         GO TO 2600-EXIT
117500     END-IF.
117600     IF WS-DEPT-COUNT >= 100
117700         IF NOT WS-DEPT-FULL-SHOWN
117800             DISPLAY 'COMP3VDS: MORE THAN 100 DEPARTMENTS, LATER '
117900                 'DEPARTMENTS LEFT OFF THE SCORECARD'
118000             SET WS-DEPT-FULL-SHOWN TO TRUE
118100         END-IF
118200         GO TO 2600-EXIT
118300     END-IF.
118400     ADD 1 TO WS-DEPT-COUNT.
118500     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
118600     INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX).
118700     MOVE WS-KEY-DEPT TO DT-DEPT(WS-DEPT-IDX).
118800     MOVE ZERO TO WS-DEPTM-FOUND-IDX.
118900     PERFORM 2660-MATCH-DEPT-MASTER THRU 2660-EXIT
119000         VARYING WS-DEPTM-IDX FROM 1 BY 1
119100         UNTIL WS-DEPTM-IDX > WS-DEPTM-COUNT
119200             OR WS-DEPTM-FOUND-IDX > ZERO.
119300     IF WS-DEPTM-FOUND-IDX > ZERO
119400         MOVE WS-TAB-DEPT-DESC(WS-DEPTM-FOUND-IDX)
119500             TO DT-DESC(WS-DEPT-IDX)
119600         MOVE WS-TAB-DEPT-SUPV(WS-DEPTM-FOUND-IDX)
119700             TO DT-SUPV(WS-DEPT-IDX)
119800         IF WS-TAB-DEPT-ACTIVE(WS-DEPTM-FOUND-IDX) = 'I'
119900             MOVE 'I' TO DT-FLAG(WS-DEPT-IDX)
120000         END-IF
120100     ELSE
120200         IF WS-KEY-DEPT = SPACES
120300             MOVE '(NO DEPARTMENT)' TO DT-DESC(WS-DEPT-IDX)
120400         ELSE
120500             MOVE WS-KEY-DEPT TO DT-DESC(WS-DEPT-IDX)
120600             MOVE '?' TO DT-FLAG(WS-DEPT-IDX)
120700         END-IF
120800     END-IF.
120900 2600-EXIT.
121000     EXIT.
121100
121200 2650-MATCH-DEPT.
121300     IF DT-DEPT(WS-DEPT-IDX) = WS-KEY-DEPT
121400         MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
121500     END-IF.
121600 2650-EXIT.
121700     EXIT.
121800
121900 2660-MATCH-DEPT-MASTER.
122000     IF WS-TAB-DEPT-CODE(WS-DEPTM-IDX) = WS-KEY-DEPT
122100         MOVE WS-DEPTM-IDX TO WS-DEPTM-FOUND-IDX
122200     END-IF.
122300 2660-EXIT.
122400     EXIT.
122500
122600******************************************************************
122700*    2700-DATE-MONTH - WHICH OF THE TWO MONTHS WS-KEY-DATE       *
122800*    FALLS IN (WS-KEY-MON, ZERO FOR NEITHER) AND ITS DAY OF THE  *
122900*    MONTH.                                                      *
123000******************************************************************
123100 2700-DATE-MONTH.
123200     MOVE ZERO TO WS-KEY-MON.
123300     MOVE WS-KEY-DATE TO WS-DW-DATE.
123400     IF WS-DW-YYYYMM = MT-MONTH(1)
123500         MOVE 1 TO WS-KEY-MON
123600     ELSE
123700         IF WS-DW-YYYYMM = MT-MONTH(2)
123800             MOVE 2 TO WS-KEY-MON
123900         END-IF
124000     END-IF.
124100     IF WS-KEY-MON = ZERO
124200         GO TO 2700-EXIT
124300     END-IF.
124400     MOVE WS-DW-DD TO WS-KEY-DAY.
124500     IF WS-KEY-DAY < 1 OR WS-KEY-DAY > MT-LAST-DAY(WS-KEY-MON)
124600         MOVE ZERO TO WS-KEY-MON
124700     END-IF.
124800 2700-EXIT.
124900     EXIT.
125000
125100******************************************************************
125200*    3000-SCAN-EXCEPTIONS - EVERY RECORD ON THE EXCEPTION FILE   *
125300*    IS STILL HELD AWAITING SIGN-OFF.  IT COUNTS UNDER THE       *
125400*    MONTH IT WAS HELD, BY ITS HOLD REASON; ONE HELD BEFORE THE  *
125500*    HOLD DATE WAS KEPT COUNTS AS HELD IN THE SCORECARD MONTH.   *
125600******************************************************************
125700 3000-SCAN-EXCEPTIONS.
125800     OPEN INPUT EXCEPTION-FILE.
125900     IF WS-EXCP-NOTFND
126000         DISPLAY 'COMP3VDS: NO EXCEPTION FILE, NOTHING STILL HELD'
126100         GO TO 3000-EXIT
126200     END-IF.
126300     IF NOT WS-EXCP-OK
126400         DISPLAY 'COMP3VDS: CANNOT OPEN EXCEPTION FILE, STATUS = '
126500             WS-EXCP-STATUS
126600         GO TO 9999-EXIT
126700     END-IF.
126800     MOVE 'N' TO WS-EOF-SWITCH.
126900     PERFORM 3010-READ-EXCEPTION THRU 3010-EXIT.
127000     PERFORM 3020-TAKE-EXCEPTION THRU 3020-EXIT
127100         UNTIL WS-EOF.
127200     CLOSE EXCEPTION-FILE.
127300 3000-EXIT.
127400     EXIT.
127500
127600 3010-READ-EXCEPTION.
127700     READ EXCEPTION-FILE
127800         AT END
127900             SET WS-EOF TO TRUE
128000     END-READ.
128100 3010-EXIT.
128200     EXIT.
128300
128400 3020-TAKE-EXCEPTION.
128500     IF EXCP-HOLD-DATE IS NUMERIC AND EXCP-HOLD-DATE > ZERO
128600         MOVE EXCP-HOLD-DATE TO WS-KEY-DATE
128700     ELSE
128800         MOVE MT-END-DATE(1) TO WS-KEY-DATE
128900     END-IF.
129000     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
129100     IF WS-KEY-MON = ZERO
129200         GO TO 3020-NEXT
129300     END-IF.
129400     MOVE EXCP-DEPT TO WS-KEY-DEPT.
129500     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
129600     IF WS-DEPT-IDX = ZERO
129700         ADD 1 TO WS-UNCOUNTED
129800         GO TO 3020-NEXT
129900     END-IF.
130000     ADD 1 TO WS-HOLD-COUNT.
130100     ADD 1 TO DM-STILL-HELD(WS-DEPT-IDX, WS-KEY-MON).
130200     IF EXCP-HELD-VARIANCE
130300         ADD 1 TO DM-HELD-DV(WS-DEPT-IDX, WS-KEY-MON)
130400     ELSE
130500         ADD 1 TO DM-HELD-NT(WS-DEPT-IDX, WS-KEY-MON)
130600     END-IF.
130700 3020-NEXT.
130800     PERFORM 3010-READ-EXCEPTION THRU 3010-EXIT.
130900 3020-EXIT.
131000     EXIT.
131100
131200******************************************************************
131300*    3100-SCAN-JOURNAL - A RECORD APPROVED OR OVERRIDDEN AT      *
131400*    SIGN-OFF WAS RELEASED TO THE FEED.  IT COUNTS UNDER THE     *
131500*    MONTH IT WAS HELD (THE SIGN-OFF DATE FOR ONE JOURNALED      *
131600*    BEFORE THE HOLD DATE WAS KEPT), BY ITS HOLD REASON, SO      *
131700*    HELD = RELEASED + STILL HELD FOR EACH MONTH.  A RECORD      *
131800*    LEFT HELD IS STILL ON THE EXCEPTION FILE AND IS COUNTED     *
131900*    THERE.                                                      *
132000******************************************************************
132100 3100-SCAN-JOURNAL.
132200     OPEN INPUT JOURNAL-FILE.
132300     IF WS-JOURNAL-NOTFND
132400         DISPLAY 'COMP3VDS: NO SIGN-OFF JOURNAL, NOTHING RELEASED'
132500         GO TO 3100-EXIT
132600     END-IF.
132700     IF NOT WS-JOURNAL-OK
132800         DISPLAY 'COMP3VDS: CANNOT OPEN SIGN-OFF JOURNAL, '
132900             'STATUS = ' WS-JOURNAL-STATUS
133000         GO TO 9999-EXIT
133100     END-IF.
133200     MOVE 'N' TO WS-EOF-SWITCH.
133300     PERFORM 3110-READ-JOURNAL THRU 3110-EXIT.
133400     PERFORM 3120-TAKE-JOURNAL THRU 3120-EXIT
133500         UNTIL WS-EOF.
133600     CLOSE JOURNAL-FILE.
133700 3100-EXIT.
133800     EXIT.
133900
134000 3110-READ-JOURNAL.
134100     READ JOURNAL-FILE
134200         AT END
134300             SET WS-EOF TO TRUE
134400     END-READ.
134500 3110-EXIT.
134600     EXIT.
134700
134800 3120-TAKE-JOURNAL.
134900     IF NOT SGNJ-APPROVED AND NOT SGNJ-OVERRIDDEN
135000         GO TO 3120-NEXT
135100     END-IF.
135200     IF SGNJ-HOLD-DATE IS NUMERIC AND SGNJ-HOLD-DATE > ZERO
135300         MOVE SGNJ-HOLD-DATE TO WS-KEY-DATE
135400     ELSE
135500         MOVE SGNJ-SIGNOFF-DATE TO WS-KEY-DATE
135600     END-IF.
135700     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
135800     IF WS-KEY-MON = ZERO
135900         GO TO 3120-NEXT
136000     END-IF.
136100     MOVE SGNJ-DEPT TO WS-KEY-DEPT.
136200     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
136300     IF WS-DEPT-IDX = ZERO
136400         ADD 1 TO WS-UNCOUNTED
136500         GO TO 3120-NEXT
136600     END-IF.
136700     ADD 1 TO WS-HOLD-COUNT.
136800     ADD 1 TO DM-RELEASED(WS-DEPT-IDX, WS-KEY-MON).
136900     IF SGNJ-HOLD-REASON = 'DV'
137000         ADD 1 TO DM-HELD-DV(WS-DEPT-IDX, WS-KEY-MON)
137100     ELSE
137200         ADD 1 TO DM-HELD-NT(WS-DEPT-IDX, WS-KEY-MON)
137300     END-IF.
137400 3120-NEXT.
137500     PERFORM 3110-READ-JOURNAL THRU 3110-EXIT.
137600 3120-EXIT.
137700     EXIT.
137800
137900******************************************************************
138000*    3200-SCAN-LEDGER - EVERY ITEM ON THE OUTSTANDING LEDGER IS  *
138100*    A FEED RECORD THE SCHEDULER HAS NOT YET ACKNOWLEDGED.  IT   *
138200*    COUNTS UNDER THE MONTH IT WAS SENT AND ITS LINE'S           *
138300*    DEPARTMENT, AGED IN BUSINESS DAYS (COMP3VCD) FROM THE DATE  *
138400*    SENT TO THE MONTH END - OR TO TODAY WHILE THE MONTH IS      *
138500*    STILL RUNNING.  IF THE CALENDAR CANNOT AGE IT, THE AGE THE  *
138600*    LAST RECONCILE GAVE IT IS USED.                             *
138700******************************************************************
138800 3200-SCAN-LEDGER.
138900     OPEN INPUT OUTSTANDING-FILE.
139000     IF WS-OUTS-NOTFND
139100         DISPLAY 'COMP3VDS: NO OUTSTANDING LEDGER, NOTHING '
139200             'UNACKNOWLEDGED'
139300         GO TO 3200-EXIT
139400     END-IF.
139500     IF NOT WS-OUTS-OK
139600         DISPLAY 'COMP3VDS: CANNOT OPEN OUTSTANDING LEDGER, '
139700             'STATUS = ' WS-OUTS-STATUS
139800         GO TO 9999-EXIT
139900     END-IF.
140000     MOVE 'N' TO WS-EOF-SWITCH.
140100     PERFORM 3210-READ-LEDGER THRU 3210-EXIT.
140200     PERFORM 3220-TAKE-LEDGER THRU 3220-EXIT
140300         UNTIL WS-EOF.
140400     CLOSE OUTSTANDING-FILE.
140500 3200-EXIT.
140600     EXIT.
140700
140800 3210-READ-LEDGER.
140900     READ OUTSTANDING-FILE
141000         AT END
141100             SET WS-EOF TO TRUE
141200     END-READ.
141300 3210-EXIT.
141400     EXIT.
141500
141600 3220-TAKE-LEDGER.
141700     IF OUT-BUS-DATE NOT NUMERIC
141800         GO TO 3220-NEXT
141900     END-IF.
142000     MOVE OUT-BUS-DATE TO WS-KEY-DATE.
142100     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
142200     IF WS-KEY-MON = ZERO
142300         GO TO 3220-NEXT
142400     END-IF.
142500     MOVE OUT-LINE-ID TO WS-KEY-LINE-ID.
142600     PERFORM 2500-LINE-DEPT THRU 2500-EXIT.
142700     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
142800     IF WS-DEPT-IDX = ZERO
142900         ADD 1 TO WS-UNCOUNTED
143000         GO TO 3220-NEXT
143100     END-IF.
143200     ADD 1 TO WS-LEDGER-COUNT.
143300     ADD 1 TO DM-UNACKED(WS-DEPT-IDX, WS-KEY-MON).
143400     SET CALP-FUNC-DIST TO TRUE.
143500     MOVE OUT-BUS-DATE TO CALP-IN-DATE.
143600     MOVE MT-LAG-TO-DATE(WS-KEY-MON) TO CALP-TO-DATE.
143700     CALL 'COMP3VCD' USING CAL-PARM.
143800     IF CALP-OK
143900         ADD CALP-DAY-COUNT TO DM-LAG-SUM(WS-DEPT-IDX, WS-KEY-MON)
144000     ELSE
144100         ADD OUT-AGE-DAYS TO DM-LAG-SUM(WS-DEPT-IDX, WS-KEY-MON)
144200     END-IF.
144300 3220-NEXT.
144400     PERFORM 3210-READ-LEDGER THRU 3210-EXIT.
144500 3220-EXIT.
144600     EXIT.
144601
144602******************************************************************
144603*    3250-SCAN-ACK-HISTORY - EVERY FEED ITEM THE SCHEDULER HAS   *
144604*    ANSWERED, FROM THE ACKNOWLEDGMENT HISTORY COMP3VRC WRITES   *
144605*    FOR EACH RECONCILE (ACKHIST.D AND ACKHIST.R + BUSINESS      *
144606*    DATE).  EVERY BUSINESS DAY FROM THE START OF THE EARLIER    *
144607*    MONTH TO TODAY IS READ, SO AN ITEM SENT LATE IN A MONTH     *
144608*    AND ANSWERED AFTER IT STILL COUNTS.  AN ITEM COUNTS UNDER   *
144609*    THE MONTH IT WAS SENT AND ITS LINE'S DEPARTMENT, WITH ITS   *
144610*    LAG IN BUSINESS DAYS (COMP3VCD) FROM THE DATE SENT TO THE   *
144611*    DATE ACKED - ZERO WHEN ANSWERED THE DATE IT WENT OUT, OR    *
144612*    WHEN THE CALENDAR CANNOT AGE IT.                            *
144613******************************************************************
144614 3250-SCAN-ACK-HISTORY.
144615     MOVE MT-FIRST-DATE(2) TO WS-AKH-DATE.
144616     PERFORM 3260-SCAN-ONE-DATE THRU 3260-EXIT
144617         UNTIL WS-AKH-DATE > WS-TODAY.
144618 3250-EXIT.
144619     EXIT.
144620
144621 3260-SCAN-ONE-DATE.
144622     MOVE 'D' TO WS-AKH-FEED.
144623     PERFORM 3270-SCAN-GENERATION THRU 3270-EXIT.
144624     MOVE 'R' TO WS-AKH-FEED.
144625     PERFORM 3270-SCAN-GENERATION THRU 3270-EXIT.
144626     SET CALP-FUNC-NEXT TO TRUE.
144627     MOVE WS-AKH-DATE TO CALP-IN-DATE.
144628     CALL 'COMP3VCD' USING CAL-PARM.
144629     IF CALP-OK
144630         MOVE CALP-OUT-DATE TO WS-AKH-DATE
144631     ELSE
144632         DISPLAY 'COMP3VDS: NO BUSINESS DAY FOUND AFTER '
144633             WS-AKH-DATE ', ACK HISTORY NOT READ FURTHER'
144634         MOVE 99999999 TO WS-AKH-DATE
144635     END-IF.
144636 3260-EXIT.
144637     EXIT.
144638
144639 3270-SCAN-GENERATION.
144640     MOVE SPACES TO WS-AKH-DSN.
144641     STRING 'ACKHIST.' WS-AKH-FEED WS-AKH-DATE
144642         DELIMITED BY SIZE INTO WS-AKH-DSN.
144643     OPEN INPUT ACK-HISTORY-FILE.
144644     IF WS-AKH-NOTFND
144645         GO TO 3270-EXIT
144646     END-IF.
144647     IF NOT WS-AKH-OK
144648         DISPLAY 'COMP3VDS: CANNOT OPEN ' WS-AKH-DSN
144649             ', STATUS = ' WS-AKH-STATUS
144650         GO TO 9999-EXIT
144651     END-IF.
144652     ADD 1 TO WS-AKH-GENS.
144653     MOVE 'N' TO WS-EOF-SWITCH.
144654     PERFORM 3280-READ-ACK-HISTORY THRU 3280-EXIT.
144655     PERFORM 3290-TAKE-ACK-HISTORY THRU 3290-EXIT
144656         UNTIL WS-EOF.
144657     CLOSE ACK-HISTORY-FILE.
144658 3270-EXIT.
144659     EXIT.
144660
144661 3280-READ-ACK-HISTORY.
144662     READ ACK-HISTORY-FILE
144663         AT END
144664             SET WS-EOF TO TRUE
144665     END-READ.
144666 3280-EXIT.
144667     EXIT.
144668
144669 3290-TAKE-ACK-HISTORY.
144670     IF AKH-SENT-DATE NOT NUMERIC
144671         OR AKH-ACK-DATE NOT NUMERIC
144672         GO TO 3290-NEXT
144673     END-IF.
144674     MOVE AKH-SENT-DATE TO WS-KEY-DATE.
144675     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
144676     IF WS-KEY-MON = ZERO
144677         GO TO 3290-NEXT
144678     END-IF.
144679     MOVE AKH-LINE-ID TO WS-KEY-LINE-ID.
144680     PERFORM 2500-LINE-DEPT THRU 2500-EXIT.
144681     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
144682     IF WS-DEPT-IDX = ZERO
144683         ADD 1 TO WS-UNCOUNTED
144684         GO TO 3290-NEXT
144685     END-IF.
144686     ADD 1 TO WS-ACKHIST-COUNT.
144687     ADD 1 TO DM-ACKED(WS-DEPT-IDX, WS-KEY-MON).
144688     IF AKH-ACK-DATE > AKH-SENT-DATE
144689         SET CALP-FUNC-DIST TO TRUE
144690         MOVE AKH-SENT-DATE TO CALP-IN-DATE
144691         MOVE AKH-ACK-DATE TO CALP-TO-DATE
144692         CALL 'COMP3VCD' USING CAL-PARM
144693         IF CALP-OK
144694             ADD CALP-DAY-COUNT
144695                 TO DM-LAG-SUM(WS-DEPT-IDX, WS-KEY-MON)
144696         END-IF
144697     END-IF.
144698 3290-NEXT.
144699     PERFORM 3280-READ-ACK-HISTORY THRU 3280-EXIT.
144700 3290-EXIT.
144701     EXIT.
144702
144800******************************************************************
144900*    3300-SCAN-REJECTS - THE GAUGE REJECTS STILL WAITING ON THE  *
145000*    REPAIR SCREEN.  DROP-TOTALS RECORDS ARE NOT REJECTS AND     *
145100*    ARE PASSED OVER.  A REJECT WRITTEN BEFORE THE DROP FIELDS   *
145200*    EXISTED HAS NO BUSINESS DATE AND COUNTS IN THE SCORECARD    *
145300*    MONTH.                                                      *
145400******************************************************************
145500 3300-SCAN-REJECTS.
145600     OPEN INPUT REJECT-FILE.
145700     IF WS-REJECT-NOTFND
145800         DISPLAY 'COMP3VDS: NO REJECT FILE, NO REJECTS HELD'
145900         GO TO 3300-EXIT
146000     END-IF.
146100     IF NOT WS-REJECT-OK
146200         DISPLAY 'COMP3VDS: CANNOT OPEN REJECT FILE, STATUS = '
146300             WS-REJECT-STATUS
146400         GO TO 9999-EXIT
146500     END-IF.
146600     MOVE 'N' TO WS-REJ-DROPPED-SWITCH.
146700     MOVE 'N' TO WS-EOF-SWITCH.
146800     PERFORM 3310-READ-REJECT THRU 3310-EXIT.
146900     PERFORM 3320-TAKE-REJECT THRU 3320-EXIT
147000         UNTIL WS-EOF.
147100     CLOSE REJECT-FILE.
147200 3300-EXIT.
147300     EXIT.
147400
147500 3310-READ-REJECT.
147600     READ REJECT-FILE
147700         AT END
147800             SET WS-EOF TO TRUE
147900     END-READ.
148000 3310-EXIT.
148100     EXIT.
148200
148300 3320-TAKE-REJECT.
148400     IF REJ-DROP-TOTALS
148500         GO TO 3320-NEXT
148600     END-IF.
148700     IF REJ-BUS-DATE IS NUMERIC
148800         MOVE REJ-BUS-DATE TO WS-KEY-DATE
148900     ELSE
149000         MOVE MT-END-DATE(1) TO WS-KEY-DATE
149100     END-IF.
149200     MOVE REJ-REASON TO WS-REJ-REASON.
149300     MOVE REJ-DATA(1:6) TO WS-RAW-ID-X.
149400     PERFORM 3500-ADD-REJECT THRU 3500-EXIT.
149500 3320-NEXT.
149600     PERFORM 3310-READ-REJECT THRU 3310-EXIT.
149700 3320-EXIT.
149800     EXIT.
149900
150000******************************************************************
150010*    3400-SCAN-DROPS - THE REJECTS THE REPAIR SCREEN DROPPED     *
150020*    WITHOUT REPAIR, AND THE REPAIRS IT LOGGED (DISPOSITION      *
150030*    RP).  EACH COUNTS AS A REJECT UNDER ITS REASON, AND AS      *
150040*    DROPPED OR AS REPAIRED, IN THE MONTH OF THE DROP IT CAME    *
150050*    IN ON (THE DATE LOGGED FOR ONE LOGGED BEFORE THAT WAS       *
150060*    KEPT).  A REPAIR IS NEVER COUNTED AS DROPPED.               *
150500******************************************************************
150600 3400-SCAN-DROPS.
150700     OPEN INPUT DROP-FILE.
150800     IF WS-DROP-NOTFND
150900         DISPLAY 'COMP3VDS: NO DROP LOG, NOTHING DROPPED'
151000         GO TO 3400-EXIT
151100     END-IF.
151200     IF NOT WS-DROP-OK
151300         DISPLAY 'COMP3VDS: CANNOT OPEN DROP LOG, STATUS = '
151400             WS-DROP-STATUS
151500         GO TO 9999-EXIT
151600     END-IF.
151800     MOVE 'N' TO WS-EOF-SWITCH.
151900     PERFORM 3410-READ-DROP THRU 3410-EXIT.
152000     PERFORM 3420-TAKE-DROP THRU 3420-EXIT
152100         UNTIL WS-EOF.
152200     CLOSE DROP-FILE.
152300     MOVE 'N' TO WS-REJ-DROPPED-SWITCH.
152400 3400-EXIT.
152500     EXIT.
152600
152700 3410-READ-DROP.
152800     READ DROP-FILE
152900         AT END
153000             SET WS-EOF TO TRUE
153100     END-READ.
153200 3410-EXIT.
153300     EXIT.
153400
153500 3420-TAKE-DROP.
153600     IF DRP-BUS-DATE IS NUMERIC
153700         MOVE DRP-BUS-DATE TO WS-KEY-DATE
153800     ELSE
153900         MOVE DRP-DROP-DATE TO WS-KEY-DATE
154000     END-IF.
154100     MOVE DRP-REASON TO WS-REJ-REASON.
154200     MOVE DRP-DATA(1:6) TO WS-RAW-ID-X.
154210     IF DRP-REPAIRED
154220         SET WS-REJ-REPAIRED TO TRUE
154230     ELSE
154240         SET WS-REJ-DROPPED TO TRUE
154250     END-IF.
154300     PERFORM 3500-ADD-REJECT THRU 3500-EXIT.
154400     PERFORM 3410-READ-DROP THRU 3410-EXIT.
154500 3420-EXIT.
154600     EXIT.
154700
154800******************************************************************
154900*    3500-ADD-REJECT - COUNT ONE REJECT UNDER ITS REASON CODE    *
155000*    (01-07) AND THE DEPARTMENT OF THE LINE ID IN THE RAW        *
155010*    RECORD. A RECORD WHOSE ID IS NOT NUMERIC HAS NO LINE, SO    *
155020*    IT COUNTS UNDER NO DEPARTMENT.  FROM THE DROP LOG IT ALSO   *
155030*    COUNTS AS DROPPED OR AS REPAIRED, WHICHEVER IT WAS.         *
155300******************************************************************
155400 3500-ADD-REJECT.
155500     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
155600     IF WS-KEY-MON = ZERO
155700         GO TO 3500-EXIT
155800     END-IF.
155900     IF WS-REJ-REASON NOT NUMERIC
156000         ADD 1 TO WS-UNCOUNTED
156100         GO TO 3500-EXIT
156200     END-IF.
156300     MOVE WS-REJ-REASON TO WS-REJ-REASON-NBR.
156400     IF WS-REJ-REASON-NBR < 1 OR WS-REJ-REASON-NBR > 7
156500         ADD 1 TO WS-UNCOUNTED
156600         GO TO 3500-EXIT
156700     END-IF.
156800     MOVE WS-REJ-REASON-NBR TO WS-REASON-IDX.
156900     IF WS-RAW-ID-X IS NUMERIC
157000         MOVE WS-RAW-ID TO WS-KEY-LINE-ID
157100         PERFORM 2500-LINE-DEPT THRU 2500-EXIT
157200     ELSE
157300         MOVE SPACES TO WS-KEY-DEPT
157400     END-IF.
157500     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
157600     IF WS-DEPT-IDX = ZERO
157700         ADD 1 TO WS-UNCOUNTED
157800         GO TO 3500-EXIT
157900     END-IF.
158000     ADD 1 TO WS-REJECT-COUNT.
158100     ADD 1 TO DM-REJECT(WS-DEPT-IDX, WS-KEY-MON, WS-REASON-IDX).
158110     IF WS-REJ-DROPPED
158120         ADD 1 TO DM-DROPPED(WS-DEPT-IDX, WS-KEY-MON)
158130     END-IF.
158140     IF WS-REJ-REPAIRED
158150         ADD 1 TO DM-REPAIRED(WS-DEPT-IDX, WS-KEY-MON)
158160     END-IF.
158500 3500-EXIT.
158600     EXIT.
158700
158800******************************************************************
158900*    3600-SCAN-STATUS - THE NIGHT-RUN STATUS FILE FOR THE PLANT  *
159000*    TOTALS: WHAT COMP3VED READ AND REJECTED, WHAT COMP3VB       *
159100*    SCORED, FED AND HELD, AND WHAT COMP3VRC SAW ACKNOWLEDGED,   *
159200*    NIGHT BY NIGHT.  PER-DROP RECORDS ARE PASSED OVER; THE      *
159300*    STEP RECORD CARRIES THE NIGHT'S TOTALS.                     *
159400******************************************************************
159500 3600-SCAN-STATUS.
159600     INITIALIZE WS-NIGHT-TABLE.
159700     OPEN INPUT STATUS-FILE.
159800     IF WS-STAT-NOTFND
159900         DISPLAY 'COMP3VDS: NO STATUS FILE, NO PLANT TOTALS'
160000         GO TO 3600-EXIT
160100     END-IF.
160200     IF NOT WS-STAT-OK
160300         DISPLAY 'COMP3VDS: CANNOT OPEN STATUS FILE, STATUS = '
160400             WS-STAT-STATUS
160500         GO TO 9999-EXIT
160600     END-IF.
160700     MOVE 'N' TO WS-EOF-SWITCH.
160800     PERFORM 3610-READ-STATUS THRU 3610-EXIT.
160900     PERFORM 3620-TAKE-STATUS THRU 3620-EXIT
161000         UNTIL WS-EOF.
161100     CLOSE STATUS-FILE.
161200 3600-EXIT.
161300     EXIT.
161400
161500 3610-READ-STATUS.
161600     READ STATUS-FILE
161700         AT END
161800             SET WS-EOF TO TRUE
161900     END-READ.
162000 3610-EXIT.
162100     EXIT.
162200
162300 3620-TAKE-STATUS.
162400     IF STAT-BUS-DATE NOT NUMERIC
162500         GO TO 3620-NEXT
162600     END-IF.
162700     MOVE STAT-BUS-DATE TO WS-KEY-DATE.
162800     PERFORM 2700-DATE-MONTH THRU 2700-EXIT.
162900     IF WS-KEY-MON = ZERO
163000         GO TO 3620-NEXT
163100     END-IF.
163200     IF STAT-PROGRAM = 'COMP3VED'
163300         AND STAT-DROP-SEQ IS NUMERIC
163400         AND STAT-DROP-SEQ > ZERO
163500         GO TO 3620-NEXT
163600     END-IF.
163700     ADD 1 TO WS-STATUS-COUNT.
163800     IF STAT-PROGRAM = 'COMP3VED'
163900         MOVE STAT-READ-COUNT
164000             TO NT-VED-READ(WS-KEY-MON, WS-KEY-DAY)
164100         MOVE STAT-REJECT-COUNT
164200             TO NT-VED-REJECT(WS-KEY-MON, WS-KEY-DAY)
164300         GO TO 3620-NEXT
164400     END-IF.
164500     IF STAT-PROGRAM = 'COMP3VB'
164600         MOVE 'Y' TO NT-VB-SWITCH(WS-KEY-MON, WS-KEY-DAY)
164700         MOVE STAT-READ-COUNT
164800             TO NT-VB-READ(WS-KEY-MON, WS-KEY-DAY)
164900         MOVE STAT-CLEAN-COUNT
165000             TO NT-VB-FED(WS-KEY-MON, WS-KEY-DAY)
165100         MOVE STAT-HELD-COUNT
165200             TO NT-VB-HELD(WS-KEY-MON, WS-KEY-DAY)
165300         GO TO 3620-NEXT
165400     END-IF.
165500     IF STAT-PROGRAM = 'COMP3VRC'
165600         MOVE STAT-READ-COUNT
165700             TO NT-VRC-SENT(WS-KEY-MON, WS-KEY-DAY)
165800         MOVE STAT-CLEAN-COUNT
165900             TO NT-VRC-ACKED(WS-KEY-MON, WS-KEY-DAY)
166000         MOVE STAT-REJECT-COUNT
166100             TO NT-VRC-UNACKED(WS-KEY-MON, WS-KEY-DAY)
166200     END-IF.
166300 3620-NEXT.
166400     PERFORM 3610-READ-STATUS THRU 3610-EXIT.
166500 3620-EXIT.
166600     EXIT.
166700
166800******************************************************************
166900*    4000-SORT-DEPTS - BUBBLE-SORT THE SCORECARD ENTRIES INTO    *
167000*    DEPARTMENT CODE ORDER.  THE ALL-DEPARTMENTS ENTRY IS NOT    *
167100*    PART OF THE SORT.                                           *
167200******************************************************************
167300 4000-SORT-DEPTS.
167400     IF WS-DEPT-COUNT > 1
167500         COMPUTE WS-OUTER-LIMIT = WS-DEPT-COUNT - 1
167600         PERFORM 4100-SORT-PASS THRU 4100-EXIT
167700             VARYING WS-DEPT-IDX FROM 1 BY 1
167800             UNTIL WS-DEPT-IDX > WS-OUTER-LIMIT
167900     END-IF.
168000 4000-EXIT.
168100     EXIT.
168200
168300 4100-SORT-PASS.
168400     COMPUTE WS-INNER-LIMIT = WS-DEPT-COUNT - WS-DEPT-IDX.
168500     PERFORM 4200-COMPARE-SWAP THRU 4200-EXIT
168600         VARYING WS-IDX-2 FROM 1 BY 1
168700         UNTIL WS-IDX-2 > WS-INNER-LIMIT.
168800 4100-EXIT.
168900     EXIT.
169000
169100 4200-COMPARE-SWAP.
169200     MOVE 'N' TO WS-SWAP-NEEDED-SWITCH.
169300     IF DT-DEPT(WS-IDX-2) > DT-DEPT(WS-IDX-2 + 1)
169400         SET WS-SWAP-NEEDED TO TRUE
169500     END-IF.
169600     IF WS-SWAP-NEEDED
169700         MOVE WS-DEPT-ENTRY(WS-IDX-2)     TO WS-SWAP-ENTRY
169800         MOVE WS-DEPT-ENTRY(WS-IDX-2 + 1)
169900             TO WS-DEPT-ENTRY(WS-IDX-2)
170000         MOVE WS-SWAP-ENTRY TO WS-DEPT-ENTRY(WS-IDX-2 + 1)
170100     END-IF.
170200 4200-EXIT.
170300     EXIT.
170400
170500******************************************************************
170600*    5000-PRINT-REPORT - ONE BLOCK PER DEPARTMENT, THEN THE      *
170700*    ALL-DEPARTMENTS BLOCK AND THE PLANT TOTALS.  THE EXTRACT    *
170800*    GETS A RECORD PER DEPARTMENT AND MONTH ALONGSIDE.           *
170900******************************************************************
171000 5000-PRINT-REPORT.
171100     INITIALIZE WS-DEPT-ENTRY(WS-ALL-IDX).
171200     MOVE 'ALL DEPTS' TO DT-DEPT(WS-ALL-IDX).
171300     MOVE 'ALL DEPARTMENTS' TO DT-DESC(WS-ALL-IDX).
171400     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
171500     PERFORM 5200-PRINT-DEPT THRU 5200-EXIT
171600         VARYING WS-DEPT-IDX FROM 1 BY 1
171700         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
171800     MOVE WS-ALL-IDX TO WS-DEPT-IDX.
171900     PERFORM 5300-PRINT-BLOCK THRU 5300-EXIT.
172000     PERFORM 5700-PRINT-PLANT THRU 5700-EXIT.
172100 5000-EXIT.
172200     EXIT.
172300
172400 5100-PRINT-HEADINGS.
172500     ADD 1 TO WS-PAGE-NBR.
172600     MOVE MT-MONTH(1)    TO H1-MONTH.
172700     MOVE MT-MONTH(2)    TO H1-PRIOR-MONTH.
172800     MOVE WS-TODAY       TO H1-RUN-DATE.
172900     MOVE WS-PAGE-NBR    TO H1-PAGE-NBR.
173000     MOVE MT-BUS-DAYS(1) TO H2-BUS-DAYS.
173100     MOVE MT-BUS-DAYS(2) TO H2-PRIOR-BUS-DAYS.
173200     WRITE PRINT-RECORD FROM WS-HEADER-1.
173300     WRITE PRINT-RECORD FROM WS-HEADER-2.
173400     MOVE 2 TO WS-PRINT-LINES.
173500 5100-EXIT.
173600     EXIT.
173700
173800 5200-PRINT-DEPT.
173900     PERFORM 5250-ADD-TO-ALL THRU 5250-EXIT
174000         VARYING WS-MON-IDX FROM 1 BY 1
174100         UNTIL WS-MON-IDX > 2.
174200     PERFORM 5300-PRINT-BLOCK THRU 5300-EXIT.
174300 5200-EXIT.
174400     EXIT.
174500
174600******************************************************************
174700*    5250-ADD-TO-ALL - ROLL ONE DEPARTMENT'S MONTH INTO THE      *
174800*    ALL-DEPARTMENTS ENTRY.                                      *
174900******************************************************************
175000 5250-ADD-TO-ALL.
175100     ADD DM-SCORED(WS-DEPT-IDX, WS-MON-IDX)
175200         TO DM-SCORED(WS-ALL-IDX, WS-MON-IDX).
175300     ADD DM-PRIORITY(WS-DEPT-IDX, WS-MON-IDX)
175400         TO DM-PRIORITY(WS-ALL-IDX, WS-MON-IDX).
175500     ADD DM-HELD-NT(WS-DEPT-IDX, WS-MON-IDX)
175600         TO DM-HELD-NT(WS-ALL-IDX, WS-MON-IDX).
175700     ADD DM-HELD-DV(WS-DEPT-IDX, WS-MON-IDX)
175800         TO DM-HELD-DV(WS-ALL-IDX, WS-MON-IDX).
175900     ADD DM-RELEASED(WS-DEPT-IDX, WS-MON-IDX)
176000         TO DM-RELEASED(WS-ALL-IDX, WS-MON-IDX).
176100     ADD DM-STILL-HELD(WS-DEPT-IDX, WS-MON-IDX)
176200         TO DM-STILL-HELD(WS-ALL-IDX, WS-MON-IDX).
176300     ADD DM-DROPPED(WS-DEPT-IDX, WS-MON-IDX)
176400         TO DM-DROPPED(WS-ALL-IDX, WS-MON-IDX).
176410     ADD DM-REPAIRED(WS-DEPT-IDX, WS-MON-IDX)
176420         TO DM-REPAIRED(WS-ALL-IDX, WS-MON-IDX).
176500     ADD DM-UNACKED(WS-DEPT-IDX, WS-MON-IDX)
176600         TO DM-UNACKED(WS-ALL-IDX, WS-MON-IDX).
176610     ADD DM-ACKED(WS-DEPT-IDX, WS-MON-IDX)
176620         TO DM-ACKED(WS-ALL-IDX, WS-MON-IDX).
176700     ADD DM-LAG-SUM(WS-DEPT-IDX, WS-MON-IDX)
176800         TO DM-LAG-SUM(WS-ALL-IDX, WS-MON-IDX).
176900     PERFORM 5260-ADD-BUCKET THRU 5260-EXIT
177000         VARYING WS-BUCKET-IDX FROM 1 BY 1
177100         UNTIL WS-BUCKET-IDX > 5.
177200     PERFORM 5270-ADD-REASON THRU 5270-EXIT
177300         VARYING WS-REASON-IDX FROM 1 BY 1
177400         UNTIL WS-REASON-IDX > 7.
177500 5250-EXIT.
177600     EXIT.
177700
177800 5260-ADD-BUCKET.
177900     ADD DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, WS-BUCKET-IDX)
178000         TO DM-BUCKET(WS-ALL-IDX, WS-MON-IDX, WS-BUCKET-IDX).
178100 5260-EXIT.
178200     EXIT.
178300
178400 5270-ADD-REASON.
178500     ADD DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, WS-REASON-IDX)
178600         TO DM-REJECT(WS-ALL-IDX, WS-MON-IDX, WS-REASON-IDX).
178700 5270-EXIT.
178800     EXIT.
178900
179000******************************************************************
179100*    5300-PRINT-BLOCK - ONE DEPARTMENT (OR ALL DEPARTMENTS):     *
179200*    THE HEADER WITH DESCRIPTION AND SUPERVISOR, EVERY MEASURE   *
179300*    FOR THE TWO MONTHS AND THE CHANGE, AND THE BUSINESS-DAY     *
179400*    BUCKETS.  A BLOCK NEVER SPLITS ACROSS A PAGE.               *
179500******************************************************************
179600 5300-PRINT-BLOCK.
179700     MOVE 26 TO WS-LINES-NEEDED.
179800     PERFORM 5900-CHECK-PAGE THRU 5900-EXIT.
179900     MOVE DT-DEPT(WS-DEPT-IDX) TO DH-DEPT.
180000     IF DT-DEPT(WS-DEPT-IDX) = SPACES
180100         MOVE '(NONE)' TO DH-DEPT
180200     END-IF.
180300     MOVE DT-DESC(WS-DEPT-IDX) TO DH-DESC.
180400     MOVE SPACES TO DH-SUPV-LABEL DH-SUPV DH-NOTE.
180500     IF DT-SUPV(WS-DEPT-IDX) NOT = SPACES
180600         MOVE '   SUPERVISOR ' TO DH-SUPV-LABEL
180700         MOVE DT-SUPV(WS-DEPT-IDX) TO DH-SUPV
180800     END-IF.
180900     IF DT-FLAG(WS-DEPT-IDX) = 'I'
181000         MOVE '(INACTIVE)' TO DH-NOTE
181100     END-IF.
181200     IF DT-FLAG(WS-DEPT-IDX) = '?'
181300         MOVE '(NOT ON DEPT MASTER)' TO DH-NOTE
181400     END-IF.
181500     WRITE PRINT-RECORD FROM WS-DEPT-HEADER.
181600     MOVE MT-MONTH(1) TO CH-MONTH.
181700     MOVE MT-MONTH(2) TO CH-PRIOR-MONTH.
181800     WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
181900     ADD 3 TO WS-PRINT-LINES.
182000     PERFORM 5400-BUILD-MEASURES THRU 5400-EXIT
182100         VARYING WS-MON-IDX FROM 1 BY 1
182200         UNTIL WS-MON-IDX > 2.
182300     PERFORM 5450-PRINT-MEASURE THRU 5450-EXIT
182400         VARYING WS-ROW-IDX FROM 1 BY 1
182500         UNTIL WS-ROW-IDX > 20.
182600     PERFORM 5500-PRINT-BUCKETS THRU 5500-EXIT
182700         VARYING WS-MON-IDX FROM 1 BY 1
182800         UNTIL WS-MON-IDX > 2.
182900     PERFORM 5800-WRITE-EXTRACT THRU 5800-EXIT
183000         VARYING WS-MON-IDX FROM 1 BY 1
183100         UNTIL WS-MON-IDX > 2.
183200 5300-EXIT.
183300     EXIT.
183400
183410******************************************************************
183420*    5400-BUILD-MEASURES - THE PRINTED MEASURES FOR ONE MONTH    *
183430*    OF THE ENTRY IN HAND.  THE PRIORITY RATE IS OVER TRIPLETS   *
183435*    SCORED; THE REJECT RATES ARE OVER RECORDS RECEIVED (SCORED  *
183440*    PLUS REJECTED, LESS THE REPAIRED REJECTS THAT WERE SCORED   *
183445*    ONCE RECYCLED); THE LAG IS AVERAGED OVER THE ITEMS THE      *
183460*    SCHEDULER ANSWERED (ON TIME COUNTING ZERO) PLUS THE ITEMS   *
183470*    STILL UNACKNOWLEDGED.  EACH DIVISOR IS SET UP IN ITS OWN    *
183480*    FIELD.                                                      *
183490******************************************************************
184200 5400-BUILD-MEASURES.
184300     MOVE ZERO TO WS-REJ-TOTAL.
184400     PERFORM 5410-SUM-REASON THRU 5410-EXIT
184500         VARYING WS-REASON-IDX FROM 1 BY 1
184600         UNTIL WS-REASON-IDX > 7.
184610     COMPUTE WS-RECEIVED = DM-SCORED(WS-DEPT-IDX, WS-MON-IDX)
184620         + WS-REJ-TOTAL - DM-REPAIRED(WS-DEPT-IDX, WS-MON-IDX).
184900     MOVE DM-SCORED(WS-DEPT-IDX, WS-MON-IDX)
185000         TO MS-VALUE(1, WS-MON-IDX).
185100     MOVE ZERO TO MS-VALUE(2, WS-MON-IDX).
185200     IF MT-BUS-DAYS(WS-MON-IDX) > ZERO
185300         COMPUTE MS-VALUE(2, WS-MON-IDX) ROUNDED =
185400             DM-SCORED(WS-DEPT-IDX, WS-MON-IDX)
185500             / MT-BUS-DAYS(WS-MON-IDX)
185600     END-IF.
185700     MOVE DM-PRIORITY(WS-DEPT-IDX, WS-MON-IDX)
185800         TO MS-VALUE(3, WS-MON-IDX).
185900     MOVE ZERO TO MS-VALUE(4, WS-MON-IDX).
186000     IF DM-SCORED(WS-DEPT-IDX, WS-MON-IDX) > ZERO
186100         COMPUTE MS-VALUE(4, WS-MON-IDX) ROUNDED =
186200             DM-PRIORITY(WS-DEPT-IDX, WS-MON-IDX) * 100
186300             / DM-SCORED(WS-DEPT-IDX, WS-MON-IDX)
186400     END-IF.
186500     MOVE DM-HELD-NT(WS-DEPT-IDX, WS-MON-IDX)
186600         TO MS-VALUE(5, WS-MON-IDX).
186700     MOVE DM-HELD-DV(WS-DEPT-IDX, WS-MON-IDX)
186800         TO MS-VALUE(6, WS-MON-IDX).
186900     MOVE DM-RELEASED(WS-DEPT-IDX, WS-MON-IDX)
187000         TO MS-VALUE(7, WS-MON-IDX).
187100     MOVE DM-STILL-HELD(WS-DEPT-IDX, WS-MON-IDX)
187200         TO MS-VALUE(8, WS-MON-IDX).
187300     MOVE WS-REJ-TOTAL TO MS-VALUE(9, WS-MON-IDX).
187400     MOVE ZERO TO MS-VALUE(10, WS-MON-IDX).
187500     IF WS-RECEIVED > ZERO
187600         COMPUTE MS-VALUE(10, WS-MON-IDX) ROUNDED =
187700             WS-REJ-TOTAL * 100 / WS-RECEIVED
187800     END-IF.
187900     PERFORM 5420-REASON-RATE THRU 5420-EXIT
188000         VARYING WS-REASON-IDX FROM 1 BY 1
188100         UNTIL WS-REASON-IDX > 7.
188200     MOVE DM-DROPPED(WS-DEPT-IDX, WS-MON-IDX)
188300         TO MS-VALUE(18, WS-MON-IDX).
188400     MOVE DM-UNACKED(WS-DEPT-IDX, WS-MON-IDX)
188500         TO MS-VALUE(19, WS-MON-IDX).
188510     COMPUTE WS-LAG-ITEMS = DM-ACKED(WS-DEPT-IDX, WS-MON-IDX)
188520         + DM-UNACKED(WS-DEPT-IDX, WS-MON-IDX).
188600     MOVE ZERO TO MS-VALUE(20, WS-MON-IDX).
188700     IF WS-LAG-ITEMS > ZERO
188800         COMPUTE MS-VALUE(20, WS-MON-IDX) ROUNDED =
188900             DM-LAG-SUM(WS-DEPT-IDX, WS-MON-IDX)
189000             / WS-LAG-ITEMS
189100     END-IF.
189200 5400-EXIT.
189300     EXIT.
189400
189500 5410-SUM-REASON.
189600     ADD DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, WS-REASON-IDX)
189700         TO WS-REJ-TOTAL.
189800 5410-EXIT.
189900     EXIT.
190000
190100 5420-REASON-RATE.
190200     MOVE ZERO TO MS-VALUE(WS-REASON-IDX + 10, WS-MON-IDX).
190300     IF WS-RECEIVED > ZERO
190400         COMPUTE MS-VALUE(WS-REASON-IDX + 10, WS-MON-IDX)
190500             ROUNDED =
190600             DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, WS-REASON-IDX)
190700             * 100 / WS-RECEIVED
190800     END-IF.
190900 5420-EXIT.
191000     EXIT.
191100
191200 5450-PRINT-MEASURE.
191300     MOVE ML-TYPE(WS-ROW-IDX) TO WS-ROW-TYPE.
191400     MOVE ML-TEXT(WS-ROW-IDX) TO WS-ROW-TEXT.
191500     MOVE MS-VALUE(WS-ROW-IDX, 1) TO WS-ROW-VALUE(1).
191600     MOVE MS-VALUE(WS-ROW-IDX, 2) TO WS-ROW-VALUE(2).
191700     PERFORM 5460-PRINT-ROW THRU 5460-EXIT.
191800 5450-EXIT.
191900     EXIT.
192000
192100******************************************************************
192200*    5460-PRINT-ROW - ONE MEASURE: THIS MONTH, THE MONTH         *
192300*    BEFORE, AND THE CHANGE BETWEEN THEM, AS A COUNT OR TO TWO   *
192400*    DECIMALS.                                                   *
192500******************************************************************
192600 5460-PRINT-ROW.
192700     MOVE SPACES TO WS-DETAIL-LINE.
192800     MOVE WS-ROW-TEXT TO DL-TEXT.
192900     COMPUTE WS-ROW-CHANGE = WS-ROW-VALUE(1) - WS-ROW-VALUE(2).
193000     IF WS-ROW-RATE
193100         MOVE WS-ROW-VALUE(1) TO WS-EDIT-RATE
193200         MOVE WS-EDIT-RATE TO DL-THIS
193300         MOVE WS-ROW-VALUE(2) TO WS-EDIT-RATE
193400         MOVE WS-EDIT-RATE TO DL-PRIOR
193500         MOVE WS-ROW-CHANGE TO WS-EDIT-RATE-CHG
193600         MOVE WS-EDIT-RATE-CHG TO DL-CHANGE
193700     ELSE
193800         MOVE WS-ROW-VALUE(1) TO WS-EDIT-COUNT
193900         MOVE WS-EDIT-COUNT TO DL-THIS
194000         MOVE WS-ROW-VALUE(2) TO WS-EDIT-COUNT
194100         MOVE WS-EDIT-COUNT TO DL-PRIOR
194200         MOVE WS-ROW-CHANGE TO WS-EDIT-COUNT-CHG
194300         MOVE WS-EDIT-COUNT-CHG TO DL-CHANGE
194400     END-IF.
194500     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
194600     ADD 1 TO WS-PRINT-LINES.
194700 5460-EXIT.
194800     EXIT.
194900
195000 5500-PRINT-BUCKETS.
195100     MOVE SPACES TO WS-BUCKET-LINE.
195200     IF WS-MON-IDX = 1
195300         MOVE '0' TO BL-CC
195400         MOVE 'TRIPLETS SCORED BY BUSINESS DAY' TO BL-TEXT
195500         ADD 1 TO WS-PRINT-LINES
195600     ELSE
195700         MOVE SPACE TO BL-CC
195800     END-IF.
195900     MOVE 'MONTH ' TO WS-BUCKET-LINE(42:6).
196000     MOVE MT-MONTH(WS-MON-IDX) TO BL-MONTH.
196100     PERFORM 5510-FILL-BUCKET THRU 5510-EXIT
196200         VARYING WS-BUCKET-IDX FROM 1 BY 1
196300         UNTIL WS-BUCKET-IDX > 5.
196400     WRITE PRINT-RECORD FROM WS-BUCKET-LINE.
196500     ADD 1 TO WS-PRINT-LINES.
196600 5500-EXIT.
196700     EXIT.
196800
196900 5510-FILL-BUCKET.
197000     MOVE WS-BUCKET-NAME(WS-BUCKET-IDX)
197100         TO BL-BUCKET-LABEL(WS-BUCKET-IDX).
197200     MOVE DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, WS-BUCKET-IDX)
197300         TO BL-BUCKET-COUNT(WS-BUCKET-IDX).
197400 5510-EXIT.
197500     EXIT.
197600
197700******************************************************************
197710*    5700-PRINT-PLANT - THE PLANT TOTALS FOR BOTH MONTHS FROM    *
197720*    THE STATUS FILE.  REJECTS REPAIRED IS COUNTED FROM THE      *
197730*    REPAIRS LOGGED ON REJDROP (DISPOSITION RP), ALL             *
197740*    DEPARTMENTS, IN THE MONTH OF THE DROP EACH CAME IN ON.      *
198200******************************************************************
198300 5700-PRINT-PLANT.
198400     INITIALIZE WS-PLANT-TABLE.
198500     PERFORM 5710-TOTAL-MONTH THRU 5710-EXIT
198600         VARYING WS-MON-IDX FROM 1 BY 1
198700         UNTIL WS-MON-IDX > 2.
198800     MOVE 15 TO WS-LINES-NEEDED.
198900     PERFORM 5900-CHECK-PAGE THRU 5900-EXIT.
199000     WRITE PRINT-RECORD FROM WS-PLANT-HEADER.
199100     MOVE MT-MONTH(1) TO CH-MONTH.
199200     MOVE MT-MONTH(2) TO CH-PRIOR-MONTH.
199300     WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
199400     ADD 3 TO WS-PRINT-LINES.
199500     PERFORM 5750-PRINT-PLANT-ROW THRU 5750-EXIT
199600         VARYING WS-ROW-IDX FROM 1 BY 1
199700         UNTIL WS-ROW-IDX > 11.
199800 5700-EXIT.
199900     EXIT.
200000
200100 5710-TOTAL-MONTH.
200200     PERFORM 5720-TOTAL-NIGHT THRU 5720-EXIT
200300         VARYING WS-DAY-IDX FROM 1 BY 1
200400         UNTIL WS-DAY-IDX > MT-LAST-DAY(WS-MON-IDX).
200410     MOVE DM-REPAIRED(WS-ALL-IDX, WS-MON-IDX)
200420         TO PT-VALUE(7, WS-MON-IDX).
201400     IF PT-VALUE(5, WS-MON-IDX) > ZERO
201500         COMPUTE PT-VALUE(8, WS-MON-IDX) ROUNDED =
201600             PT-VALUE(6, WS-MON-IDX) * 100
201700             / PT-VALUE(5, WS-MON-IDX)
201800     END-IF.
201900 5710-EXIT.
202000     EXIT.
202100
202200 5720-TOTAL-NIGHT.
202300     IF NT-VB-SWITCH(WS-MON-IDX, WS-DAY-IDX) = 'Y'
202400         ADD 1 TO PT-VALUE(1, WS-MON-IDX)
202500     END-IF.
202600     ADD NT-VB-READ(WS-MON-IDX, WS-DAY-IDX)
202700         TO PT-VALUE(2, WS-MON-IDX).
202800     ADD NT-VB-FED(WS-MON-IDX, WS-DAY-IDX)
202900         TO PT-VALUE(3, WS-MON-IDX).
203000     ADD NT-VB-HELD(WS-MON-IDX, WS-DAY-IDX)
203100         TO PT-VALUE(4, WS-MON-IDX).
203200     ADD NT-VED-READ(WS-MON-IDX, WS-DAY-IDX)
203300         TO PT-VALUE(5, WS-MON-IDX).
203400     ADD NT-VED-REJECT(WS-MON-IDX, WS-DAY-IDX)
203500         TO PT-VALUE(6, WS-MON-IDX).
203600     ADD NT-VRC-SENT(WS-MON-IDX, WS-DAY-IDX)
203700         TO PT-VALUE(9, WS-MON-IDX).
203800     ADD NT-VRC-ACKED(WS-MON-IDX, WS-DAY-IDX)
203900         TO PT-VALUE(10, WS-MON-IDX).
204000     ADD NT-VRC-UNACKED(WS-MON-IDX, WS-DAY-IDX)
204100         TO PT-VALUE(11, WS-MON-IDX).
204200 5720-EXIT.
204300     EXIT.
205000
205100 5750-PRINT-PLANT-ROW.
205200     MOVE PL-TYPE(WS-ROW-IDX) TO WS-ROW-TYPE.
205300     MOVE PL-TEXT(WS-ROW-IDX) TO WS-ROW-TEXT.
205400     MOVE PT-VALUE(WS-ROW-IDX, 1) TO WS-ROW-VALUE(1).
205500     MOVE PT-VALUE(WS-ROW-IDX, 2) TO WS-ROW-VALUE(2).
205600     PERFORM 5460-PRINT-ROW THRU 5460-EXIT.
205700 5750-EXIT.
205800     EXIT.
205900
206000******************************************************************
206100*    5800-WRITE-EXTRACT - ONE DELIMITED RECORD FOR THE MONTHLY   *
206200*    PACK PER DEPARTMENT AND MONTH, FROM THE SAME COUNTS AND     *
206300*    MEASURES AS THE PRINT.                                      *
206400******************************************************************
206500 5800-WRITE-EXTRACT.
206600     IF WS-DEPT-IDX = WS-ALL-IDX
206700         SET DSCX-ALL-DEPTS TO TRUE
206800     ELSE
206900         SET DSCX-DEPARTMENT TO TRUE
207000     END-IF.
207100     MOVE MT-MONTH(WS-MON-IDX)     TO DSCX-MONTH.
207200     MOVE DT-DEPT(WS-DEPT-IDX)     TO DSCX-DEPT.
207300     MOVE DT-DESC(WS-DEPT-IDX)     TO DSCX-DEPT-DESC.
207400     MOVE DT-SUPV(WS-DEPT-IDX)     TO DSCX-SUPERVISOR.
207500     MOVE MT-BUS-DAYS(WS-MON-IDX)  TO DSCX-BUS-DAYS.
207600     MOVE DM-SCORED(WS-DEPT-IDX, WS-MON-IDX)   TO DSCX-SCORED.
207700     MOVE DM-PRIORITY(WS-DEPT-IDX, WS-MON-IDX) TO DSCX-PRIORITY.
207800     MOVE MS-VALUE(4, WS-MON-IDX)  TO DSCX-PRIORITY-PCT.
207900     MOVE DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, 1)
208000         TO DSCX-SCORED-BD-01-05.
208100     MOVE DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, 2)
208200         TO DSCX-SCORED-BD-06-10.
208300     MOVE DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, 3)
208400         TO DSCX-SCORED-BD-11-15.
208500     MOVE DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, 4)
208600         TO DSCX-SCORED-BD-16-20.
208700     MOVE DM-BUCKET(WS-DEPT-IDX, WS-MON-IDX, 5)
208800         TO DSCX-SCORED-BD-21-UP.
208900     MOVE DM-HELD-NT(WS-DEPT-IDX, WS-MON-IDX)
209000         TO DSCX-HELD-NEAR-TIE.
209100     MOVE DM-HELD-DV(WS-DEPT-IDX, WS-MON-IDX)
209200         TO DSCX-HELD-VARIANCE.
209300     MOVE DM-RELEASED(WS-DEPT-IDX, WS-MON-IDX) TO DSCX-RELEASED.
209400     MOVE DM-STILL-HELD(WS-DEPT-IDX, WS-MON-IDX)
209500         TO DSCX-STILL-HELD.
209510     COMPUTE DSCX-RECEIVED = MS-VALUE(1, WS-MON-IDX)
209520         + MS-VALUE(9, WS-MON-IDX)
209530         - DM-REPAIRED(WS-DEPT-IDX, WS-MON-IDX).
209800     MOVE MS-VALUE(9, WS-MON-IDX)  TO DSCX-REJECTS.
209900     MOVE MS-VALUE(10, WS-MON-IDX) TO DSCX-REJECT-PCT.
210000     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 1) TO DSCX-REJECT-01.
210100     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 2) TO DSCX-REJECT-02.
210200     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 3) TO DSCX-REJECT-03.
210300     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 4) TO DSCX-REJECT-04.
210400     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 5) TO DSCX-REJECT-05.
210500     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 6) TO DSCX-REJECT-06.
210600     MOVE DM-REJECT(WS-DEPT-IDX, WS-MON-IDX, 7) TO DSCX-REJECT-07.
210700     MOVE DM-DROPPED(WS-DEPT-IDX, WS-MON-IDX)  TO DSCX-DROPPED.
210800     MOVE DM-UNACKED(WS-DEPT-IDX, WS-MON-IDX)  TO DSCX-UNACKED.
210900     MOVE MS-VALUE(20, WS-MON-IDX) TO DSCX-ACK-LAG.
211000     WRITE SCORE-EXTRACT-RECORD FROM DEPT-SCORE-EXTRACT.
211100 5800-EXIT.
211200     EXIT.
211300
211400 5900-CHECK-PAGE.
211500     IF WS-PRINT-LINES + WS-LINES-NEEDED > WS-PAGE-LIMIT
211600         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
211700     END-IF.
211800 5900-EXIT.
211900     EXIT.
212000
212100******************************************************************
212200*    6000-TERMINATE - CLOSE AND REPORT THE COUNTS.               *
212300******************************************************************
212400 6000-TERMINATE.
212500     IF WS-LINEMAST-AVAILABLE
212600         CLOSE LINE-MASTER-FILE
212700     END-IF.
212800     CLOSE PRINT-FILE
212900           EXTRACT-FILE.
213000     MOVE WS-ARCH-MONTHS TO WS-COUNT-DISP.
213100     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP ' ARCHIVE MONTHS READ'.
213200     MOVE WS-DEPT-COUNT TO WS-COUNT-DISP.
213300     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP ' DEPARTMENTS SCORED'.
213400     MOVE WS-TRIPLET-COUNT TO WS-COUNT-DISP.
213500     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP ' TRIPLETS COUNTED'.
213600     MOVE WS-HOLD-COUNT TO WS-COUNT-DISP.
213700     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP ' HOLDS COUNTED'.
213800     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
213900     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP ' REJECTS COUNTED'.
214000     MOVE WS-LEDGER-COUNT TO WS-COUNT-DISP.
214100     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP
214200         ' UNACKNOWLEDGED ITEMS COUNTED'.
214210     MOVE WS-AKH-GENS TO WS-COUNT-DISP.
214220     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP
214230         ' ACK HISTORY GENERATIONS READ'.
214240     MOVE WS-ACKHIST-COUNT TO WS-COUNT-DISP.
214250     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP
214260         ' ACKNOWLEDGED ITEMS COUNTED'.
214300     MOVE WS-STATUS-COUNT TO WS-COUNT-DISP.
214400     DISPLAY 'COMP3VDS: ' WS-COUNT-DISP ' STATUS RECORDS USED'.
214500     IF WS-UNCOUNTED > ZERO
214600         MOVE WS-UNCOUNTED TO WS-COUNT-DISP
214700         DISPLAY 'COMP3VDS: ' WS-COUNT-DISP
214800             ' RECORDS NOT COUNTED (TABLE FULL OR BAD REASON)'
214900     END-IF.
215000     MOVE ZERO TO RETURN-CODE.
215100 6000-EXIT.
215200     EXIT.
215300
215400******************************************************************
215500*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
215600******************************************************************
215700 9999-EXIT.
215800     MOVE 16 TO RETURN-CODE.
215900     STOP RUN.
