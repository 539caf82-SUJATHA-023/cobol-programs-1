000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COMP3VSP.
000300 AUTHOR.         TARUNKISHORE.
000400 INSTALLATION.   LINE-INSPECTION.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  15-OCT-26  TK    INITIAL VERSION.  STATISTICAL PROCESS        *
001200*                   CONTROL ON THE GAUGE READINGS THEMSELVES.    *
001300*                   THE TRIPLET ('T') RECORDS OF THE AUDIT LOG   *
001400*                   AND OF THE AUDARCH.YYYYMM ARCHIVE MONTHS     *
001500*                   ARE READ FOR A BASELINE PERIOD GIVEN ON      *
001600*                   SYSIN, AND THE MEAN AND THREE-SIGMA CONTROL  *
001700*                   LIMITS ARE SET FOR EACH LINE AND GAUGE       *
001800*                   POSITION (A/B/C).  EVERY READING AFTER THE   *
001900*                   BASELINE IS THEN TESTED AGAINST THE LIMITS   *
002000*                   AND FOR A RUN ON ONE SIDE OF THE MEAN.  THE  *
002100*                   PRINTED REPORT IS GROUPED BY DEPARTMENT      *
002200*                   (LINE MASTER AND DEPARTMENT MASTER); AN      *
002300*                   EXTRACT OF THE LIMITS AND SIGNALS IS         *
002400*                   WRITTEN FOR THE QUALITY TEAM.  RC 4 WHEN     *
002500*                   ANY READING SIGNALS.                         *
002510*  15-OCT-26  TK    THE ARCHIVE RECORD IS WIDENED TO THE         *
002520*                   426-BYTE AUDIT RECORD (THE LINE ID OF EACH   *
002530*                   RANKED ENTRY ADDED AT ITS END).              *
002540*  15-OCT-26  TK    A READING A LATER POST-FEED CORRECTION HAS   *
002550*                   REVERSED (CORRECTION LEDGER, CORRLOG) IS     *
002560*                   LEFT OUT, AND THE CORRECTION RECORD ITSELF   *
002570*                   IS TAKEN AS A READING FOR THE BUSINESS DATE  *
002580*                   IT CORRECTS.                                 *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AUDIT-FILE   ASSIGN TO AUDITLOG
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-AUDIT-STATUS.
003600
003700     SELECT ARCHIVE-FILE ASSIGN USING WS-ARCH-DSN
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ARCHIVE-STATUS.
004000
004100     SELECT LINE-MASTER-FILE ASSIGN TO LINEIDX
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS LINE-ID
004500         FILE STATUS IS WS-LINEMAST-STATUS.
004600
004700     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DEPTMAST-STATUS.
005000
005100     SELECT PRINT-FILE   ASSIGN TO SPCRPT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PRINT-STATUS.
005400
005500     SELECT EXTRACT-FILE ASSIGN TO SPCEXTR
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-EXTRACT-STATUS.
005800
005810     SELECT CORR-LEDGER-FILE ASSIGN TO CORRLOG
005820         ORGANIZATION IS LINE SEQUENTIAL
005830         FILE STATUS IS WS-CORR-STATUS.
005840
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AUDIT-FILE
006200     RECORDING MODE IS F.
006300     COPY AUDITREC.
006400
006500 FD  ARCHIVE-FILE
006600     RECORDING MODE IS F.
006700 01  ARCHIVE-RECORD                  PIC X(426).
006800
006900 FD  LINE-MASTER-FILE.
007000     COPY LINEREC.
007100
007200 FD  DEPT-MASTER-FILE
007300     RECORDING MODE IS F.
007400     COPY DEPTREC.
007500
007600 FD  PRINT-FILE
007700     RECORDING MODE IS F.
007800 01  PRINT-RECORD                    PIC X(133).
007900
008000 FD  EXTRACT-FILE
008100     RECORDING MODE IS F.
008200     COPY SPCXREC.
008300
008310 FD  CORR-LEDGER-FILE
008320     RECORDING MODE IS F.
008330 01  CORR-LEDGER-RECORD              PIC X(160).
008340
008400 WORKING-STORAGE SECTION.
008500 77  WS-AUDIT-STATUS                 PIC X(02).
008600     88  WS-AUDIT-OK                 VALUE '00'.
008700     88  WS-AUDIT-NOTFND             VALUE '35'.
008800 77  WS-ARCHIVE-STATUS               PIC X(02).
008900     88  WS-ARCHIVE-OK               VALUE '00'.
009000     88  WS-ARCHIVE-NOTFND           VALUE '35'.
009100 77  WS-LINEMAST-STATUS              PIC X(02).
009200     88  WS-LINEMAST-OK              VALUE '00'.
009300     88  WS-LINEMAST-NOTFND          VALUE '35'.
009400 77  WS-LINEMAST-SWITCH              PIC X(01) VALUE 'N'.
009500     88  WS-LINEMAST-AVAILABLE       VALUE 'Y'.
009600 77  WS-DEPTMAST-STATUS              PIC X(02).
009700     88  WS-DEPTMAST-OK              VALUE '00'.
009800     88  WS-DEPTMAST-NOTFND          VALUE '35'.
009900 77  WS-DEPTMAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
010000     88  WS-DEPTMAST-EOF             VALUE 'Y'.
010100 77  WS-PRINT-STATUS                 PIC X(02).
010200     88  WS-PRINT-OK                 VALUE '00'.
010300 77  WS-EXTRACT-STATUS               PIC X(02).
010400     88  WS-EXTRACT-OK               VALUE '00'.
010500 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
010600     88  WS-EOF                      VALUE 'Y'.
010610 77  WS-CORR-STATUS                  PIC X(02).
010620     88  WS-CORR-OK                  VALUE '00'.
010630     88  WS-CORR-NOTFND              VALUE '35'.
010700
010800*    SYSIN: BASELINE FROM AND TO DATES (YYYYMMDD) AND, OPTIONALLY,
010900*    THE RUN LENGTH THAT SIGNALS (DEFAULT EIGHT POINTS IN A ROW
011000*    ON ONE SIDE OF THE MEAN).  EVERY READING DATED AFTER THE
011100*    BASELINE IS A LATEST READING AND IS TESTED.
011200 01  WS-SPC-PARM.
011300     05  SPCP-BASE-FROM              PIC X(08).
011400     05  FILLER                      PIC X(01).
011500     05  SPCP-BASE-TO                PIC X(08).
011600     05  FILLER                      PIC X(01).
011700     05  SPCP-RUN-LIMIT              PIC X(02).
011800     05  FILLER                      PIC X(60).
011900 77  WS-BASE-FROM                    PIC 9(08) VALUE ZERO.
012000 77  WS-BASE-TO                      PIC 9(08) VALUE ZERO.
012100 77  WS-RUN-LIMIT                    PIC 9(02) VALUE 8.
012200 77  WS-MIN-BASELINE                 PIC 9(03) VALUE 20.
012300 77  WS-TODAY                        PIC 9(08) VALUE ZERO.
012400
012500 77  WS-PASS                         PIC 9(01) VALUE ZERO.
012600     88  WS-PASS-BASELINE            VALUE 1.
012700     88  WS-PASS-LATEST              VALUE 2.
012800
012900*    ARCHIVE MONTHS ARE WALKED FROM THE BASELINE START MONTH TO
013000*    THE CURRENT MONTH; A MONTH WITH NO ARCHIVE FILE IS SKIPPED.
013100 77  WS-ARCH-DSN                     PIC X(44) VALUE SPACES.
013200 01  WS-SCAN-MONTH-AREA.
013300     05  WS-SCAN-MONTH               PIC 9(06).
013400     05  WS-SCAN-MONTH-SPLIT REDEFINES WS-SCAN-MONTH.
013500         10  WS-SCAN-YYYY            PIC 9(04).
013600         10  WS-SCAN-MM              PIC 9(02).
013700 01  WS-DATE-SPLIT.
013800     05  WS-DATE-YYYYMM              PIC 9(06).
013900     05  FILLER                      PIC 9(02).
014000 77  WS-LAST-MONTH                   PIC 9(06) VALUE ZERO.
014100
014200*    ONE ENTRY PER LINE SEEN, WITH THE DEPARTMENT IN FRONT AS THE
014300*    SORT KEY, AND ONE SET OF BASELINE SUMS, LIMITS AND LATEST-
014400*    READING COUNTS PER GAUGE POSITION.  THE CURRENT RUN (SIDE OF
014500*    THE MEAN AND LENGTH) IS CARRIED READING TO READING.
014600 01  WS-LINE-TABLE.
014700     05  WS-LINE-ENTRY OCCURS 300 TIMES.
014800         10  LT-DEPT                 PIC X(10).
014900         10  LT-LINE-ID              PIC 9(06).
015000         10  LT-LINE-NAME            PIC X(20).
015100         10  LT-LINE-FLAG            PIC X(01).
015200         10  LT-GAUGE OCCURS 3 TIMES.
015300             15  LG-BASE-COUNT       PIC 9(05) COMP-3.
015400             15  LG-BASE-SUM         PIC 9(12)V99 COMP-3.
015500             15  LG-BASE-SUMSQ       PIC 9(14)V9(04) COMP-3.
015600             15  LG-MEAN             PIC 9(07)V9(04) COMP-3.
015700             15  LG-SIGMA            PIC 9(07)V9(04) COMP-3.
015800             15  LG-LCL              PIC 9(07)V9(04) COMP-3.
015900             15  LG-UCL              PIC 9(08)V9(04) COMP-3.
016000             15  LG-LIMITS-SWITCH    PIC X(01).
016100                 88  LG-LIMITS-SET   VALUE 'Y'.
016200             15  LG-LATEST-COUNT     PIC 9(05) COMP-3.
016300             15  LG-OUTSIDE-COUNT    PIC 9(05) COMP-3.
016400             15  LG-RUN-COUNT        PIC 9(05) COMP-3.
016500             15  LG-RUN-SIDE         PIC X(01).
016600             15  LG-RUN-LENGTH       PIC 9(03) COMP-3.
016700
016800 01  WS-SWAP-ENTRY                   PIC X(214).
016900
017000 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
017100 77  WS-LINE-IDX                     PIC 9(03) COMP VALUE ZERO.
017200 77  WS-FOUND-IDX                    PIC 9(03) COMP VALUE ZERO.
017300 77  WS-IDX-2                        PIC 9(03) COMP VALUE ZERO.
017400 77  WS-OUTER-LIMIT                  PIC 9(03) COMP VALUE ZERO.
017500 77  WS-INNER-LIMIT                  PIC 9(03) COMP VALUE ZERO.
017600 77  WS-SWAP-NEEDED-SWITCH           PIC X(01) VALUE 'N'.
017700     88  WS-SWAP-NEEDED              VALUE 'Y'.
017800 77  WS-LINE-FULL-SWITCH             PIC X(01) VALUE 'N'.
017900     88  WS-LINE-FULL-SHOWN          VALUE 'Y'.
018000
018100*    EVERY LATEST READING THAT SIGNALS, IN THE ORDER READ (OLDEST
018200*    FIRST), KEYED BY LINE ID AND GAUGE POSITION FOR THE PRINT.
018300 01  WS-SIGNAL-TABLE.
018400     05  WS-SIGNAL-ENTRY OCCURS 1000 TIMES.
018500         10  SG-LINE-ID              PIC 9(06).
018600         10  SG-GAUGE-IDX            PIC 9(01).
018700         10  SG-DATE                 PIC 9(08).
018800         10  SG-TIME                 PIC 9(08).
018900         10  SG-RUN-NBR              PIC 9(06).
019000         10  SG-VALUE                PIC 9(07)V99.
019100         10  SG-RULE                 PIC X(01).
019200         10  SG-RUN-LENGTH           PIC 9(03).
019300 77  WS-SIGNAL-COUNT                 PIC 9(04) COMP VALUE ZERO.
019400 77  WS-SIGNAL-IDX                   PIC 9(04) COMP VALUE ZERO.
019500 77  WS-SIGNAL-FULL-SWITCH           PIC X(01) VALUE 'N'.
019600     88  WS-SIGNAL-FULL-SHOWN        VALUE 'Y'.
019700
019705*    THE CORRECTION LEDGER, AND EVERY READING A POST-FEED
019710*    CORRECTION HAS REVERSED, BY LINE AND THE RUN NUMBER THAT
019715*    WROTE IT.  THE DATE OF THE READING IN HAND IS THE AUDIT DATE
019720*    OF A TRIPLET OR THE CORRECTED BUSINESS DATE OF A CORRECTION.
019725     COPY CORRREC.
019730 01  WS-SUP-TABLE.
019735     05  WS-SUP-ENTRY OCCURS 1000 TIMES.
019740         10  SU-LINE-ID              PIC 9(06).
019745         10  SU-RUN-NBR              PIC 9(06).
019750 77  WS-SUP-COUNT                    PIC 9(04) COMP VALUE ZERO.
019755 77  WS-SUP-IDX                      PIC 9(04) COMP VALUE ZERO.
019760 77  WS-SUP-FOUND-SWITCH             PIC X(01) VALUE 'N'.
019765     88  WS-SUPERSEDED               VALUE 'Y'.
019770 77  WS-SUP-SKIP-COUNT               PIC 9(08) COMP-3 VALUE ZERO.
019775 77  WS-READ-DATE                    PIC 9(08) VALUE ZERO.
019780
019800 01  WS-GAUGE-NAMES                  PIC X(03) VALUE 'ABC'.
019900 01  WS-GAUGE-NAME-TABLE REDEFINES WS-GAUGE-NAMES.
020000     05  WS-GAUGE-NAME               PIC X(01) OCCURS 3 TIMES.
020100 01  WS-READINGS.
020200     05  WS-READING                  PIC 9(07)V99 OCCURS 3 TIMES.
020300 77  WS-GAUGE-IDX                    PIC 9(01) COMP VALUE ZERO.
020400 77  WS-SIDE                         PIC X(01) VALUE SPACE.
020500 77  WS-RULE                         PIC X(01) VALUE SPACE.
020600
020700 77  WS-VARIANCE                     PIC 9(14)V9(04) COMP-3
020800                                     VALUE ZERO.
020810 77  WS-SQ-TERM                      PIC 9(14)V9(04) COMP-3
020820                                     VALUE ZERO.
020830 77  WS-DEGREES-FREEDOM              PIC 9(05) COMP-3 VALUE ZERO.
021100 77  WS-ROOT                         PIC 9(09)V9(06) COMP-3
021200                                     VALUE ZERO.
021300 77  WS-THREE-SIGMA                  PIC 9(08)V9(04) COMP-3
021400                                     VALUE ZERO.
021500
021600 77  WS-DEPTM-COUNT                  PIC 9(03) COMP VALUE ZERO.
021700 77  WS-DEPTM-IDX                    PIC 9(03) COMP VALUE ZERO.
021800 77  WS-DEPTM-FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
021900 77  WS-CUR-DEPT                     PIC X(10) VALUE LOW-VALUES.
022000 77  WS-CUR-DEPT-DESC                PIC X(30) VALUE SPACES.
022100 01  WS-DEPTM-TABLE.
022200     05  WS-DEPTM-ENTRY OCCURS 100 TIMES.
022300         10  WS-TAB-DEPT-CODE        PIC X(10).
022400         10  WS-TAB-DEPT-DESC        PIC X(30).
022500
022600 77  WS-BASE-READ-COUNT              PIC 9(08) COMP-3 VALUE ZERO.
022700 77  WS-LATEST-READ-COUNT            PIC 9(08) COMP-3 VALUE ZERO.
022800 77  WS-ARCH-MONTHS                  PIC 9(03) COMP-3 VALUE ZERO.
022900 77  WS-COUNT-DISP                   PIC 9(08) VALUE ZERO.
023000 77  WS-RUN-LENGTH-DISP              PIC 9(03) VALUE ZERO.
023100
023200 77  WS-DEPT-LINES                   PIC 9(05) COMP-3 VALUE ZERO.
023300 77  WS-DEPT-TESTED                  PIC 9(07) COMP-3 VALUE ZERO.
023400 77  WS-DEPT-SIGNALS                 PIC 9(07) COMP-3 VALUE ZERO.
023500 77  WS-TOT-LINES                    PIC 9(05) COMP-3 VALUE ZERO.
023600 77  WS-TOT-TESTED                   PIC 9(07) COMP-3 VALUE ZERO.
023700 77  WS-TOT-SIGNALS                  PIC 9(07) COMP-3 VALUE ZERO.
023800
023900*    PRINT LINES.  COLUMN 1 IS CARRIAGE CONTROL:
024000*    '1' TOP OF FORM, ' ' SINGLE SPACE, '0' DOUBLE SPACE.
024100 01  WS-HEADER-1.
024200     05  H1-CC                       PIC X(01) VALUE '1'.
024300     05  FILLER                      PIC X(43) VALUE
024400         'LINE GAUGE STATISTICAL PROCESS CONTROL'.
024500     05  FILLER                      PIC X(09) VALUE
024600         'RUN DATE '.
024700     05  H1-RUN-DATE                 PIC 9(08).
024800     05  FILLER                      PIC X(59) VALUE SPACES.
024900     05  FILLER                      PIC X(05) VALUE 'PAGE '.
025000     05  H1-PAGE-NBR                 PIC ZZZ9.
025100     05  FILLER                      PIC X(04) VALUE SPACES.
025200
025300 01  WS-HEADER-2.
025400     05  FILLER                      PIC X(01) VALUE SPACE.
025500     05  FILLER                      PIC X(09) VALUE 'BASELINE '.
025600     05  H2-BASE-FROM                PIC 9(08).
025700     05  FILLER                      PIC X(04) VALUE ' TO '.
025800     05  H2-BASE-TO                  PIC 9(08).
025900     05  FILLER                      PIC X(32) VALUE
026000         '   LATEST READINGS DATED AFTER '.
026100     05  H2-LATEST-FROM              PIC 9(08).
026200     05  FILLER                      PIC X(14) VALUE
026300         '   RUN RULE = '.
026400     05  H2-RUN-LIMIT                PIC Z9.
026500     05  FILLER                      PIC X(47) VALUE
026600         ' POINTS ONE SIDE OF THE MEAN'.
026700
026800 01  WS-HEADER-3.
026900     05  FILLER                      PIC X(01) VALUE '0'.
027000     05  FILLER                      PIC X(08) VALUE 'LINE ID'.
027100     05  FILLER                      PIC X(02) VALUE 'F'.
027200     05  FILLER                      PIC X(21) VALUE 'LINE NAME'.
027300     05  FILLER                      PIC X(06) VALUE 'GAUGE'.
027400     05  FILLER                      PIC X(07) VALUE ' BASE-N'.
027500     05  FILLER                      PIC X(13) VALUE
027600         '         MEAN'.
027700     05  FILLER                      PIC X(13) VALUE
027800         '        SIGMA'.
027900     05  FILLER                      PIC X(13) VALUE
028000         '          LCL'.
028100     05  FILLER                      PIC X(14) VALUE
028200         '           UCL'.
028300     05  FILLER                      PIC X(09) VALUE '  LATEST'.
028400     05  FILLER                      PIC X(05) VALUE '  OUT'.
028500     05  FILLER                      PIC X(05) VALUE '  RUN'.
028600     05  FILLER                      PIC X(16) VALUE '  STATUS'.
028700
028800 01  WS-GAUGE-LINE.
028900     05  FILLER                      PIC X(01) VALUE SPACE.
029000     05  GL-LINE-ID                  PIC X(06).
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  GL-FLAG                     PIC X(01).
029300     05  FILLER                      PIC X(01) VALUE SPACES.
029400     05  GL-LINE-NAME                PIC X(20).
029500     05  FILLER                      PIC X(02) VALUE SPACES.
029600     05  GL-GAUGE                    PIC X(01).
029700     05  FILLER                      PIC X(04) VALUE SPACES.
029800     05  GL-BASE-COUNT               PIC Z(6)9.
029900     05  FILLER                      PIC X(01) VALUE SPACES.
030000     05  GL-MEAN                     PIC Z(6)9.9999.
030100     05  FILLER                      PIC X(01) VALUE SPACES.
030200     05  GL-SIGMA                    PIC Z(6)9.9999.
030300     05  FILLER                      PIC X(01) VALUE SPACES.
030400     05  GL-LCL                      PIC Z(6)9.9999.
030500     05  FILLER                      PIC X(01) VALUE SPACES.
030600     05  GL-UCL                      PIC Z(7)9.9999.
030700     05  GL-LATEST-COUNT             PIC Z(8)9.
030800     05  GL-OUTSIDE-COUNT            PIC Z(4)9.
030900     05  GL-RUN-COUNT                PIC Z(4)9.
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  GL-STATUS                   PIC X(14).
031200
031300 01  WS-SIGNAL-LINE.
031400     05  FILLER                      PIC X(01) VALUE SPACE.
031500     05  FILLER                      PIC X(35) VALUE
031600         '          ** SIGNAL  AUDIT DATE '.
031700     05  SL-DATE                     PIC 9(08).
031800     05  FILLER                      PIC X(06) VALUE ' TIME '.
031900     05  SL-TIME                     PIC 9(08).
032000     05  FILLER                      PIC X(05) VALUE ' RUN '.
032100     05  SL-RUN-NBR                  PIC 9(06).
032200     05  FILLER                      PIC X(08) VALUE '  VALUE '.
032300     05  SL-VALUE                    PIC Z(6)9.99.
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  SL-RULE-TEXT                PIC X(40).
032600     05  FILLER                      PIC X(04) VALUE SPACES.
032700
032800 01  WS-DEPT-HEADER.
032900     05  FILLER                      PIC X(01) VALUE '0'.
033000     05  FILLER                      PIC X(11) VALUE
033100         'DEPARTMENT '.
033200     05  DH-DEPT                     PIC X(10).
033300     05  FILLER                      PIC X(03) VALUE ' - '.
033400     05  DH-DESC                     PIC X(30).
033500     05  FILLER                      PIC X(78) VALUE SPACES.
033600
033700 01  WS-SUBTOTAL-LINE.
033800     05  FILLER                      PIC X(01) VALUE '0'.
033900     05  FILLER                      PIC X(14) VALUE
034000         '  SUBTOTAL FOR'.
034100     05  FILLER                      PIC X(01) VALUE SPACES.
034200     05  ST-DEPT                     PIC X(30).
034300     05  FILLER                      PIC X(08) VALUE
034400         '  LINES '.
034500     05  ST-LINES                    PIC ZZZZ9.
034600     05  FILLER                      PIC X(19) VALUE
034700         '  READINGS TESTED '.
034800     05  ST-TESTED                   PIC Z(6)9.
034900     05  FILLER                      PIC X(10) VALUE
035000         '  SIGNALS '.
035100     05  ST-SIGNALS                  PIC Z(6)9.
035200     05  FILLER                      PIC X(31) VALUE SPACES.
035300
035400 01  WS-GRAND-HEADER.
035500     05  FILLER                      PIC X(01) VALUE '0'.
035600     05  FILLER                      PIC X(132) VALUE
035700         'GRAND TOTALS - ALL DEPARTMENTS'.
035800
035900 77  WS-PAGE-NBR                     PIC 9(04) VALUE ZERO.
036000 77  WS-PRINT-LINES                  PIC 9(03) COMP VALUE ZERO.
036100 77  WS-PAGE-LIMIT                   PIC 9(03) COMP VALUE 55.
036200 77  WS-FIRST-SWITCH                 PIC X(01) VALUE 'Y'.
036300     88  WS-FIRST-LINE               VALUE 'Y'.
036400
036500 PROCEDURE DIVISION.
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
036800     PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT.
036810     PERFORM 1700-LOAD-CORRECTIONS THRU 1700-EXIT.
036900     SET WS-PASS-BASELINE TO TRUE.
037000     PERFORM 2000-SCAN-HISTORY     THRU 2000-EXIT.
037100     PERFORM 3000-SET-LIMITS       THRU 3000-EXIT.
037200     SET WS-PASS-LATEST TO TRUE.
037300     PERFORM 2000-SCAN-HISTORY     THRU 2000-EXIT.
037400     PERFORM 4000-SORT-LINES       THRU 4000-EXIT.
037500     PERFORM 5000-PRINT-REPORT     THRU 5000-EXIT.
037600     PERFORM 6000-TERMINATE        THRU 6000-EXIT.
037700     STOP RUN.
037800
037900******************************************************************
038000*    1000-INITIALIZE - TAKE THE BASELINE PERIOD FROM SYSIN, OPEN *
038100*    THE LINE MASTER AND THE TWO OUTPUTS.                        *
038200******************************************************************
038300 1000-INITIALIZE.
038400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
038500     MOVE SPACES TO WS-SPC-PARM.
038600     ACCEPT WS-SPC-PARM.
038700     IF SPCP-BASE-FROM NOT NUMERIC OR SPCP-BASE-TO NOT NUMERIC
038800         DISPLAY 'COMP3VSP: BASELINE FROM AND TO DATES MUST BE '
038900             'YYYYMMDD YYYYMMDD'
039000         GO TO 9999-EXIT
039100     END-IF.
039200     MOVE SPCP-BASE-FROM TO WS-BASE-FROM.
039300     MOVE SPCP-BASE-TO   TO WS-BASE-TO.
039400     IF WS-BASE-FROM = ZERO OR WS-BASE-FROM > WS-BASE-TO
039500         DISPLAY 'COMP3VSP: BASELINE FROM DATE IS AFTER THE TO '
039600             'DATE'
039700         GO TO 9999-EXIT
039800     END-IF.
039900     IF SPCP-RUN-LIMIT IS NUMERIC
040000         IF SPCP-RUN-LIMIT > '01'
040100             MOVE SPCP-RUN-LIMIT TO WS-RUN-LIMIT
040200         END-IF
040300     END-IF.
040400     DISPLAY 'COMP3VSP: BASELINE ' WS-BASE-FROM ' TO ' WS-BASE-TO
040500         ', RUN RULE ' WS-RUN-LIMIT ' POINTS'.
040600     MOVE WS-TODAY TO WS-DATE-SPLIT.
040700     MOVE WS-DATE-YYYYMM TO WS-LAST-MONTH.
040800     OPEN INPUT LINE-MASTER-FILE.
040900     IF WS-LINEMAST-NOTFND
041000         DISPLAY 'COMP3VSP: NO LINE MASTER FILE, LINES WILL '
041100             'PRINT WITHOUT A DEPARTMENT'
041200     ELSE
041300         IF NOT WS-LINEMAST-OK
041400             DISPLAY 'COMP3VSP: CANNOT OPEN LINE MASTER, '
041500                 'STATUS = ' WS-LINEMAST-STATUS
041600             GO TO 9999-EXIT
041700         END-IF
041800         SET WS-LINEMAST-AVAILABLE TO TRUE
041900     END-IF.
042000     OPEN OUTPUT PRINT-FILE.
042100     IF NOT WS-PRINT-OK
042200         DISPLAY 'COMP3VSP: CANNOT OPEN PRINT FILE, STATUS = '
042300             WS-PRINT-STATUS
042400         GO TO 9999-EXIT
042500     END-IF.
042600     OPEN OUTPUT EXTRACT-FILE.
042700     IF NOT WS-EXTRACT-OK
042800         DISPLAY 'COMP3VSP: CANNOT OPEN EXTRACT FILE, STATUS = '
042900             WS-EXTRACT-STATUS
043000         GO TO 9999-EXIT
043100     END-IF.
043200 1000-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600*    1500-LOAD-DEPT-MASTER - TABLE THE DEPARTMENT MASTER SO THE  *
043700*    CONTROL-BREAK HEADERS AND SUBTOTALS CAN PRINT THE FULL      *
043800*    DESCRIPTION.  A MISSING MASTER IS NOT FATAL - THE BARE      *
043900*    CODE PRINTS INSTEAD.                                        *
044000******************************************************************
044100 1500-LOAD-DEPT-MASTER.
044200     MOVE ZERO TO WS-DEPTM-COUNT.
044300     MOVE 'N' TO WS-DEPTMAST-EOF-SWITCH.
044400     OPEN INPUT DEPT-MASTER-FILE.
044500     IF WS-DEPTMAST-NOTFND
044600         DISPLAY 'COMP3VSP: NO DEPARTMENT MASTER, BARE CODES '
044700             'WILL PRINT'
044800         GO TO 1500-EXIT
044900     END-IF.
045000     IF NOT WS-DEPTMAST-OK
045100         DISPLAY 'COMP3VSP: CANNOT OPEN DEPARTMENT MASTER, '
045200             'STATUS = ' WS-DEPTMAST-STATUS
045300         GO TO 9999-EXIT
045400     END-IF.
045500     PERFORM 1510-READ-DEPT THRU 1510-EXIT.
045600     PERFORM 1520-STORE-DEPT THRU 1520-EXIT
045700         UNTIL WS-DEPTMAST-EOF.
045800     CLOSE DEPT-MASTER-FILE.
045900 1500-EXIT.
046000     EXIT.
046100
046200 1510-READ-DEPT.
046300     READ DEPT-MASTER-FILE
046400         AT END
046500             SET WS-DEPTMAST-EOF TO TRUE
046600     END-READ.
046700 1510-EXIT.
046800     EXIT.
046900
047000 1520-STORE-DEPT.
047100     IF WS-DEPTM-COUNT < 100
047200         ADD 1 TO WS-DEPTM-COUNT
047300         MOVE DEPT-CODE TO WS-TAB-DEPT-CODE(WS-DEPTM-COUNT)
047400         MOVE DEPT-DESC TO WS-TAB-DEPT-DESC(WS-DEPTM-COUNT)
047500     ELSE
047600         DISPLAY 'COMP3VSP: DEPARTMENT MASTER EXCEEDS 100 '
047700             'ENTRIES, RECORD DROPPED'
047800     END-IF.
047900     PERFORM 1510-READ-DEPT THRU 1510-EXIT.
048000 1520-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    1550-RESOLVE-DEPT-DESC - THE DESCRIPTION FOR WS-CUR-DEPT,   *
048500*    OR THE BARE CODE WHEN IT IS NOT ON THE MASTER.              *
048600******************************************************************
048700 1550-RESOLVE-DEPT-DESC.
048800     MOVE ZERO TO WS-DEPTM-FOUND-IDX.
048900     PERFORM 1560-MATCH-DEPT THRU 1560-EXIT
049000         VARYING WS-DEPTM-IDX FROM 1 BY 1
049100         UNTIL WS-DEPTM-IDX > WS-DEPTM-COUNT
049200             OR WS-DEPTM-FOUND-IDX > ZERO.
049300     IF WS-DEPTM-FOUND-IDX > ZERO
049400         MOVE WS-TAB-DEPT-DESC(WS-DEPTM-FOUND-IDX)
049500             TO WS-CUR-DEPT-DESC
049600     ELSE
049700         MOVE WS-CUR-DEPT TO WS-CUR-DEPT-DESC
049800     END-IF.
049900 1550-EXIT.
050000     EXIT.
050100
050200 1560-MATCH-DEPT.
050300     IF WS-TAB-DEPT-CODE(WS-DEPTM-IDX) = WS-CUR-DEPT
050400         MOVE WS-DEPTM-IDX TO WS-DEPTM-FOUND-IDX
050500     END-IF.
050600 1560-EXIT.
050700     EXIT.
050800
050801******************************************************************
050802*    1700-LOAD-CORRECTIONS - TABLE EVERY REVERSAL ON THE         *
050803*    CORRECTION LEDGER.  A REVERSAL CARRIES THE RECORD IT BACKED *
050804*    OUT, SO ITS LINE AND RUN NUMBER NAME A READING THAT IS NO   *
050805*    LONGER IN FORCE.  NO LEDGER MEANS NOTHING HAS EVER BEEN     *
050806*    CORRECTED.                                                  *
050807******************************************************************
050808 1700-LOAD-CORRECTIONS.
050809     MOVE ZERO TO WS-SUP-COUNT.
050810     MOVE 'N' TO WS-EOF-SWITCH.
050811     OPEN INPUT CORR-LEDGER-FILE.
050812     IF WS-CORR-NOTFND
050813         GO TO 1700-EXIT
050814     END-IF.
050815     IF NOT WS-CORR-OK
050816         DISPLAY 'COMP3VSP: CANNOT OPEN CORRECTION LEDGER, '
050817             'STATUS = ' WS-CORR-STATUS
050818         GO TO 9999-EXIT
050819     END-IF.
050820     PERFORM 1710-READ-LEDGER THRU 1710-EXIT.
050821     PERFORM 1720-STORE-CORRECTION THRU 1720-EXIT
050822         UNTIL WS-EOF.
050823     CLOSE CORR-LEDGER-FILE.
050824 1700-EXIT.
050825     EXIT.
050826
050827 1710-READ-LEDGER.
050828     READ CORR-LEDGER-FILE INTO CORRECTION-RECORD
050829         AT END
050830             SET WS-EOF TO TRUE
050831     END-READ.
050832 1710-EXIT.
050833     EXIT.
050834
050835 1720-STORE-CORRECTION.
050836     IF CORR-REVERSAL
050837         IF WS-SUP-COUNT < 1000
050838             ADD 1 TO WS-SUP-COUNT
050839             MOVE CORR-LINE-ID TO SU-LINE-ID(WS-SUP-COUNT)
050840             MOVE CORR-RUN-NBR TO SU-RUN-NBR(WS-SUP-COUNT)
050841         ELSE
050842             DISPLAY 'COMP3VSP: MORE THAN 1000 CORRECTIONS ON '
050843                 'THE LEDGER, LATER ONES ARE NOT APPLIED'
050844             SET WS-EOF TO TRUE
050845             GO TO 1720-EXIT
050846         END-IF
050847     END-IF.
050848     PERFORM 1710-READ-LEDGER THRU 1710-EXIT.
050849 1720-EXIT.
050850     EXIT.
050851
050900******************************************************************
051000*    2000-SCAN-HISTORY - ONE PASS OVER THE HISTORY: EVERY ARCHIVE*
051100*    MONTH FROM THE BASELINE START TO THIS MONTH, OLDEST FIRST,  *
051200*    THEN THE ACTIVE LOG.  COMP3VAH MOVES WHOLE DAYS OFF THE     *
051300*    ACTIVE LOG, SO THE READINGS COME IN DATE ORDER AND NO       *
051400*    READING IS SEEN TWICE.  THE FIRST PASS GATHERS THE BASELINE,*
051500*    THE SECOND TESTS THE LATEST READINGS AGAINST ITS LIMITS.    *
051600******************************************************************
051700 2000-SCAN-HISTORY.
051800     MOVE WS-BASE-FROM TO WS-DATE-SPLIT.
051900     MOVE WS-DATE-YYYYMM TO WS-SCAN-MONTH.
052000     PERFORM 2100-SCAN-ARCHIVE-MONTH THRU 2100-EXIT
052100         UNTIL WS-SCAN-MONTH > WS-LAST-MONTH.
052200     PERFORM 2300-SCAN-ACTIVE-LOG THRU 2300-EXIT.
052300 2000-EXIT.
052400     EXIT.
052500
052600 2100-SCAN-ARCHIVE-MONTH.
052700     MOVE SPACES TO WS-ARCH-DSN.
052800     STRING 'AUDARCH.' WS-SCAN-MONTH DELIMITED BY SIZE
052900         INTO WS-ARCH-DSN.
053000     OPEN INPUT ARCHIVE-FILE.
053100     IF WS-ARCHIVE-NOTFND
053200         GO TO 2100-NEXT-MONTH
053300     END-IF.
053400     IF NOT WS-ARCHIVE-OK
053500         DISPLAY 'COMP3VSP: CANNOT OPEN ARCHIVE ' WS-ARCH-DSN
053600             ' STATUS = ' WS-ARCHIVE-STATUS
053700         GO TO 9999-EXIT
053800     END-IF.
053900     IF WS-PASS-BASELINE
054000         ADD 1 TO WS-ARCH-MONTHS
054100     END-IF.
054200     MOVE 'N' TO WS-EOF-SWITCH.
054300     PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT.
054400     PERFORM 2160-NEXT-ARCHIVE-RECORD THRU 2160-EXIT
054500         UNTIL WS-EOF.
054600     CLOSE ARCHIVE-FILE.
054700 2100-NEXT-MONTH.
054800     IF WS-SCAN-MM >= 12
054900         ADD 1 TO WS-SCAN-YYYY
055000         MOVE 1 TO WS-SCAN-MM
055100     ELSE
055200         ADD 1 TO WS-SCAN-MM
055300     END-IF.
055400 2100-EXIT.
055500     EXIT.
055600
055700 2150-READ-ARCHIVE.
055800     READ ARCHIVE-FILE INTO AUDIT-RECORD
055900         AT END
056000             SET WS-EOF TO TRUE
056100     END-READ.
056200 2150-EXIT.
056300     EXIT.
056400
056500 2160-NEXT-ARCHIVE-RECORD.
056600     PERFORM 2400-TAKE-RECORD THRU 2400-EXIT.
056700     PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT.
056800 2160-EXIT.
056900     EXIT.
057000
057100 2300-SCAN-ACTIVE-LOG.
057200     OPEN INPUT AUDIT-FILE.
057300     IF WS-AUDIT-NOTFND
057400         IF WS-PASS-BASELINE
057500             DISPLAY 'COMP3VSP: NO ACTIVE AUDIT LOG, ARCHIVE '
057600                 'MONTHS ONLY'
057700         END-IF
057800         GO TO 2300-EXIT
057900     END-IF.
058000     IF NOT WS-AUDIT-OK
058100         DISPLAY 'COMP3VSP: CANNOT OPEN AUDIT LOG, STATUS = '
058200             WS-AUDIT-STATUS
058300         GO TO 9999-EXIT
058400     END-IF.
058500     MOVE 'N' TO WS-EOF-SWITCH.
058600     PERFORM 2350-READ-AUDIT THRU 2350-EXIT.
058700     PERFORM 2360-NEXT-AUDIT-RECORD THRU 2360-EXIT
058800         UNTIL WS-EOF.
058900     CLOSE AUDIT-FILE.
059000 2300-EXIT.
059100     EXIT.
059200
059300 2350-READ-AUDIT.
059400     READ AUDIT-FILE
059500         AT END
059600             SET WS-EOF TO TRUE
059700     END-READ.
059800 2350-EXIT.
059900     EXIT.
060000
060100 2360-NEXT-AUDIT-RECORD.
060200     PERFORM 2400-TAKE-RECORD THRU 2400-EXIT.
060300     PERFORM 2350-READ-AUDIT THRU 2350-EXIT.
060400 2360-EXIT.
060500     EXIT.
060600
060610******************************************************************
060620*    2400-TAKE-RECORD - TRIPLET RECORDS CARRY A LINE'S THREE     *
060630*    GAUGE READINGS, AND SO DOES A POST-FEED CORRECTION RECORD   *
060640*    (COMP3VFC), WHICH IS TAKEN AS A READING FOR THE BUSINESS    *
060650*    DATE IT CORRECTS.  RANKED, RUN-HEADER AND REVERSAL RECORDS  *
060660*    ARE PASSED OVER, AND SO IS ANY READING A LATER CORRECTION   *
060670*    HAS SUPERSEDED.  A READING INSIDE THE BASELINE PERIOD FEEDS *
060680*    THE LIMITS ON THE FIRST PASS; ONE DATED AFTER IT IS TESTED  *
060690*    ON THE SECOND.                                              *
060700******************************************************************
060710 2400-TAKE-RECORD.
060720     IF AUD-TYPE-TRIPLET
060730         MOVE AUD-DATE TO WS-READ-DATE
060740     ELSE
060750         IF AUD-TYPE-CORRECTION
060760             MOVE AUD-XREF-BUS-DATE TO WS-READ-DATE
060770         ELSE
060780             GO TO 2400-EXIT
060790         END-IF
060800     END-IF.
060810     IF WS-READ-DATE < WS-BASE-FROM
060820         GO TO 2400-EXIT
060830     END-IF.
060840     PERFORM 2450-CHECK-SUPERSEDED THRU 2450-EXIT.
060850     IF WS-SUPERSEDED
060860         IF WS-PASS-BASELINE
060870             ADD 1 TO WS-SUP-SKIP-COUNT
060880         END-IF
060890         GO TO 2400-EXIT
060900     END-IF.
060910     MOVE AUD-A TO WS-READING(1).
060920     MOVE AUD-B TO WS-READING(2).
060930     MOVE AUD-C TO WS-READING(3).
060940     IF WS-PASS-BASELINE
060950         IF WS-READ-DATE > WS-BASE-TO
060960             GO TO 2400-EXIT
060970         END-IF
060980         PERFORM 2500-FIND-LINE THRU 2500-EXIT
060990         IF WS-FOUND-IDX > ZERO
061000             ADD 1 TO WS-BASE-READ-COUNT
061010             PERFORM 2700-ADD-BASELINE THRU 2700-EXIT
061020                 VARYING WS-GAUGE-IDX FROM 1 BY 1
061030                 UNTIL WS-GAUGE-IDX > 3
061040         END-IF
061050     ELSE
061060         IF WS-READ-DATE NOT > WS-BASE-TO
061070             GO TO 2400-EXIT
061080         END-IF
061090         PERFORM 2500-FIND-LINE THRU 2500-EXIT
061100         IF WS-FOUND-IDX > ZERO
061110             ADD 1 TO WS-LATEST-READ-COUNT
061120             PERFORM 2800-TEST-READING THRU 2800-EXIT
061130                 VARYING WS-GAUGE-IDX FROM 1 BY 1
061140                 UNTIL WS-GAUGE-IDX > 3
061150         END-IF
061160     END-IF.
061170 2400-EXIT.
061180     EXIT.
061190
061200******************************************************************
061210*    2450-CHECK-SUPERSEDED - A REVERSAL ON THE CORRECTION LEDGER *
061220*    NAMES THE LINE AND THE RUN NUMBER OF THE RECORD IT BACKED   *
061230*    OUT.  THAT IS A FEED RUN FOR A TRIPLET, OR AN EARLIER       *
061240*    CORRECTION NUMBER WHEN A CORRECTION IS ITSELF CORRECTED.    *
061250******************************************************************
061260 2450-CHECK-SUPERSEDED.
061270     MOVE 'N' TO WS-SUP-FOUND-SWITCH.
061280     PERFORM 2460-MATCH-SUPERSEDED THRU 2460-EXIT
061290         VARYING WS-SUP-IDX FROM 1 BY 1
061300         UNTIL WS-SUP-IDX > WS-SUP-COUNT
061310             OR WS-SUPERSEDED.
061320 2450-EXIT.
061330     EXIT.
061340
061350 2460-MATCH-SUPERSEDED.
061360     IF SU-LINE-ID(WS-SUP-IDX) = AUD-INSP-ID
061370         AND SU-RUN-NBR(WS-SUP-IDX) = AUD-RUN-NBR
061380         SET WS-SUPERSEDED TO TRUE
061390     END-IF.
061400 2460-EXIT.
061410     EXIT.
064900
065000******************************************************************
065100*    2500-FIND-LINE - FIND (OR START) THE TABLE ENTRY FOR THIS   *
065200*    RECORD'S LINE.  A NEW LINE IS RESOLVED AGAINST THE LINE     *
065300*    MASTER FOR ITS NAME AND DEPARTMENT.  A FULL TABLE LEAVES    *
065400*    WS-FOUND-IDX AT ZERO AND THE READING IS LEFT OUT.           *
065500******************************************************************
065600 2500-FIND-LINE.
065700     MOVE ZERO TO WS-FOUND-IDX.
065800     PERFORM 2550-MATCH-LINE THRU 2550-EXIT
065900         VARYING WS-LINE-IDX FROM 1 BY 1
066000         UNTIL WS-LINE-IDX > WS-LINE-COUNT
066100             OR WS-FOUND-IDX > ZERO.
066200     IF WS-FOUND-IDX > ZERO
066300         GO TO 2500-EXIT
066400     END-IF.
066500     IF WS-LINE-COUNT >= 300
066600         IF NOT WS-LINE-FULL-SHOWN
066700             DISPLAY 'COMP3VSP: MORE THAN 300 LINES, LATER LINES '
066800                 'LEFT OFF THE REPORT'
066900             SET WS-LINE-FULL-SHOWN TO TRUE
067000         END-IF
067100         GO TO 2500-EXIT
067200     END-IF.
067300     ADD 1 TO WS-LINE-COUNT.
067400     MOVE WS-LINE-COUNT TO WS-FOUND-IDX.
067500     INITIALIZE WS-LINE-ENTRY(WS-FOUND-IDX).
067600     MOVE AUD-INSP-ID TO LT-LINE-ID(WS-FOUND-IDX).
067700     PERFORM 2600-LOOKUP-LINE THRU 2600-EXIT.
067800 2500-EXIT.
067900     EXIT.
068000
068100 2550-MATCH-LINE.
068200     IF LT-LINE-ID(WS-LINE-IDX) = AUD-INSP-ID
068300         MOVE WS-LINE-IDX TO WS-FOUND-IDX
068400     END-IF.
068500 2550-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*    2600-LOOKUP-LINE - ONE KEYED READ OF THE LINE MASTER.  AN   *
069000*    ID NOT ON THE MASTER IS FLAGGED '?', AN INACTIVE LINE 'I',  *
069100*    THE SAME AS ON THE DAILY REPORT.                            *
069200******************************************************************
069300 2600-LOOKUP-LINE.
069400     MOVE SPACES TO LT-DEPT(WS-FOUND-IDX).
069500     MOVE SPACE  TO LT-LINE-FLAG(WS-FOUND-IDX).
069600     MOVE '** NOT ON MASTER **' TO LT-LINE-NAME(WS-FOUND-IDX).
069700     IF NOT WS-LINEMAST-AVAILABLE
069800         MOVE '?' TO LT-LINE-FLAG(WS-FOUND-IDX)
069900         GO TO 2600-EXIT
070000     END-IF.
070100     MOVE AUD-INSP-ID TO LINE-ID.
070200     READ LINE-MASTER-FILE
070300         INVALID KEY
070400             MOVE '?' TO LT-LINE-FLAG(WS-FOUND-IDX)
070500         NOT INVALID KEY
070600             MOVE LINE-NAME TO LT-LINE-NAME(WS-FOUND-IDX)
070700             MOVE LINE-DEPT TO LT-DEPT(WS-FOUND-IDX)
070800             IF LINE-INACTIVE
070900                 MOVE 'I' TO LT-LINE-FLAG(WS-FOUND-IDX)
071000             END-IF
071100     END-READ.
071200 2600-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    2700-ADD-BASELINE - ROLL ONE GAUGE READING INTO THE LINE'S  *
071700*    BASELINE COUNT, SUM AND SUM OF SQUARES.                     *
071800******************************************************************
071900 2700-ADD-BASELINE.
072000     ADD 1 TO LG-BASE-COUNT(WS-FOUND-IDX, WS-GAUGE-IDX).
072100     ADD WS-READING(WS-GAUGE-IDX)
072200         TO LG-BASE-SUM(WS-FOUND-IDX, WS-GAUGE-IDX).
072300     COMPUTE LG-BASE-SUMSQ(WS-FOUND-IDX, WS-GAUGE-IDX) =
072400         LG-BASE-SUMSQ(WS-FOUND-IDX, WS-GAUGE-IDX)
072500         + WS-READING(WS-GAUGE-IDX) * WS-READING(WS-GAUGE-IDX).
072600 2700-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    2800-TEST-READING - TEST ONE LATEST GAUGE READING.  THE RUN *
073100*    ON ONE SIDE OF THE MEAN IS CARRIED FORWARD; A READING ON    *
073200*    THE MEAN BREAKS IT.  A READING OUTSIDE THE LIMITS SIGNALS   *
073300*    AS SUCH; OTHERWISE EVERY READING FROM THE RUN-RULE LENGTH   *
073400*    ON SIGNALS AS A RUN.  NO LIMITS, NOTHING TO TEST.           *
073500******************************************************************
073600 2800-TEST-READING.
073700     ADD 1 TO LG-LATEST-COUNT(WS-FOUND-IDX, WS-GAUGE-IDX).
073800     IF NOT LG-LIMITS-SET(WS-FOUND-IDX, WS-GAUGE-IDX)
073900         GO TO 2800-EXIT
074000     END-IF.
074100     MOVE SPACE TO WS-SIDE.
074200     IF WS-READING(WS-GAUGE-IDX)
074300         > LG-MEAN(WS-FOUND-IDX, WS-GAUGE-IDX)
074400         MOVE 'A' TO WS-SIDE
074500     END-IF.
074600     IF WS-READING(WS-GAUGE-IDX)
074700         < LG-MEAN(WS-FOUND-IDX, WS-GAUGE-IDX)
074800         MOVE 'B' TO WS-SIDE
074900     END-IF.
075000     IF WS-SIDE NOT = SPACE
075100         AND WS-SIDE = LG-RUN-SIDE(WS-FOUND-IDX, WS-GAUGE-IDX)
075200         ADD 1 TO LG-RUN-LENGTH(WS-FOUND-IDX, WS-GAUGE-IDX)
075300     ELSE
075400         MOVE WS-SIDE TO LG-RUN-SIDE(WS-FOUND-IDX, WS-GAUGE-IDX)
075500         IF WS-SIDE = SPACE
075600             MOVE ZERO
075700                 TO LG-RUN-LENGTH(WS-FOUND-IDX, WS-GAUGE-IDX)
075800         ELSE
075900             MOVE 1 TO LG-RUN-LENGTH(WS-FOUND-IDX, WS-GAUGE-IDX)
076000         END-IF
076100     END-IF.
076200     MOVE SPACE TO WS-RULE.
076300     IF WS-READING(WS-GAUGE-IDX)
076400         > LG-UCL(WS-FOUND-IDX, WS-GAUGE-IDX)
076500         MOVE 'U' TO WS-RULE
076600     ELSE
076700         IF WS-READING(WS-GAUGE-IDX)
076800             < LG-LCL(WS-FOUND-IDX, WS-GAUGE-IDX)
076900             MOVE 'L' TO WS-RULE
077000         ELSE
077100             IF LG-RUN-LENGTH(WS-FOUND-IDX, WS-GAUGE-IDX)
077200                 >= WS-RUN-LIMIT
077300                 MOVE WS-SIDE TO WS-RULE
077400             END-IF
077500         END-IF
077600     END-IF.
077700     IF WS-RULE = SPACE
077800         GO TO 2800-EXIT
077900     END-IF.
078000     IF WS-RULE = 'U' OR WS-RULE = 'L'
078100         ADD 1 TO LG-OUTSIDE-COUNT(WS-FOUND-IDX, WS-GAUGE-IDX)
078200     ELSE
078300         ADD 1 TO LG-RUN-COUNT(WS-FOUND-IDX, WS-GAUGE-IDX)
078400     END-IF.
078500     PERFORM 2850-STORE-SIGNAL THRU 2850-EXIT.
078600 2800-EXIT.
078700     EXIT.
078800
078900 2850-STORE-SIGNAL.
079000     IF WS-SIGNAL-COUNT >= 1000
079100         IF NOT WS-SIGNAL-FULL-SHOWN
079200             DISPLAY 'COMP3VSP: MORE THAN 1000 SIGNALS, ONLY THE '
079300                 'COUNTS ARE KEPT FOR THE REST'
079400             SET WS-SIGNAL-FULL-SHOWN TO TRUE
079500         END-IF
079600         GO TO 2850-EXIT
079700     END-IF.
079800     ADD 1 TO WS-SIGNAL-COUNT.
079900     MOVE AUD-INSP-ID  TO SG-LINE-ID(WS-SIGNAL-COUNT).
080000     MOVE WS-GAUGE-IDX TO SG-GAUGE-IDX(WS-SIGNAL-COUNT).
080100     MOVE WS-READ-DATE TO SG-DATE(WS-SIGNAL-COUNT).
080200     MOVE AUD-TIME     TO SG-TIME(WS-SIGNAL-COUNT).
080300     MOVE AUD-RUN-NBR  TO SG-RUN-NBR(WS-SIGNAL-COUNT).
080400     MOVE WS-READING(WS-GAUGE-IDX) TO SG-VALUE(WS-SIGNAL-COUNT).
080500     MOVE WS-RULE      TO SG-RULE(WS-SIGNAL-COUNT).
080600     MOVE LG-RUN-LENGTH(WS-FOUND-IDX, WS-GAUGE-IDX)
080700         TO SG-RUN-LENGTH(WS-SIGNAL-COUNT).
080800 2850-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200*    3000-SET-LIMITS - MEAN, SIGMA AND THREE-SIGMA LIMITS FOR    *
081300*    EVERY LINE AND GAUGE POSITION WITH A LONG ENOUGH BASELINE.  *
081400******************************************************************
081500 3000-SET-LIMITS.
081600     PERFORM 3100-SET-LINE-LIMITS THRU 3100-EXIT
081700         VARYING WS-LINE-IDX FROM 1 BY 1
081800         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
081900 3000-EXIT.
082000     EXIT.
082100
082200 3100-SET-LINE-LIMITS.
082300     PERFORM 3200-SET-GAUGE-LIMITS THRU 3200-EXIT
082400         VARYING WS-GAUGE-IDX FROM 1 BY 1
082500         UNTIL WS-GAUGE-IDX > 3.
082600 3100-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000*    3200-SET-GAUGE-LIMITS - SAMPLE STANDARD DEVIATION FROM THE  *
083100*    SUM AND SUM OF SQUARES.  A READING CANNOT GO BELOW ZERO, SO *
083200*    A LOWER LIMIT UNDER ZERO IS HELD AT ZERO.  FEWER BASELINE   *
083300*    READINGS THAN THE MINIMUM LEAVES THE GAUGE WITHOUT LIMITS.  *
083400******************************************************************
083500 3200-SET-GAUGE-LIMITS.
083600     IF LG-BASE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX) < WS-MIN-BASELINE
083700         GO TO 3200-EXIT
083800     END-IF.
083900     COMPUTE LG-MEAN(WS-LINE-IDX, WS-GAUGE-IDX) ROUNDED =
084000         LG-BASE-SUM(WS-LINE-IDX, WS-GAUGE-IDX)
084100         / LG-BASE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX).
084110     COMPUTE WS-SQ-TERM ROUNDED =
084120         LG-BASE-SUM(WS-LINE-IDX, WS-GAUGE-IDX)
084130         * LG-BASE-SUM(WS-LINE-IDX, WS-GAUGE-IDX)
084140         / LG-BASE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX).
084150     COMPUTE WS-DEGREES-FREEDOM =
084160         LG-BASE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX) - 1.
084170     IF WS-SQ-TERM >= LG-BASE-SUMSQ(WS-LINE-IDX, WS-GAUGE-IDX)
084180         MOVE ZERO TO WS-VARIANCE
084190     ELSE
084200         COMPUTE WS-VARIANCE ROUNDED =
084210             (LG-BASE-SUMSQ(WS-LINE-IDX, WS-GAUGE-IDX)
084220              - WS-SQ-TERM) / WS-DEGREES-FREEDOM
084230     END-IF.
085400     PERFORM 3300-SQUARE-ROOT THRU 3300-EXIT.
085500     MOVE WS-ROOT TO LG-SIGMA(WS-LINE-IDX, WS-GAUGE-IDX).
085600     COMPUTE WS-THREE-SIGMA =
085700         3 * LG-SIGMA(WS-LINE-IDX, WS-GAUGE-IDX).
085800     COMPUTE LG-UCL(WS-LINE-IDX, WS-GAUGE-IDX) =
085900         LG-MEAN(WS-LINE-IDX, WS-GAUGE-IDX) + WS-THREE-SIGMA.
086000     IF WS-THREE-SIGMA >= LG-MEAN(WS-LINE-IDX, WS-GAUGE-IDX)
086100         MOVE ZERO TO LG-LCL(WS-LINE-IDX, WS-GAUGE-IDX)
086200     ELSE
086300         COMPUTE LG-LCL(WS-LINE-IDX, WS-GAUGE-IDX) =
086400             LG-MEAN(WS-LINE-IDX, WS-GAUGE-IDX) - WS-THREE-SIGMA
086500     END-IF.
086600     SET LG-LIMITS-SET(WS-LINE-IDX, WS-GAUGE-IDX) TO TRUE.
086700 3200-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*    3300-SQUARE-ROOT - SQUARE ROOT OF WS-VARIANCE INTO WS-ROOT  *
087200*    BY NEWTON'S METHOD.  THE START (VARIANCE + 1) / 2 IS NEVER  *
087300*    BELOW THE ROOT, SO EACH STEP COMES DOWN ONTO IT; FORTY      *
087400*    STEPS SETTLE THE LARGEST VARIANCE THE FIELDS CAN HOLD.      *
087500******************************************************************
087600 3300-SQUARE-ROOT.
087700     IF WS-VARIANCE = ZERO
087800         MOVE ZERO TO WS-ROOT
087900         GO TO 3300-EXIT
088000     END-IF.
088100     COMPUTE WS-ROOT ROUNDED = (WS-VARIANCE + 1) / 2.
088200     PERFORM 3310-NEWTON-STEP THRU 3310-EXIT 40 TIMES.
088300 3300-EXIT.
088400     EXIT.
088500
088600 3310-NEWTON-STEP.
088700     COMPUTE WS-ROOT ROUNDED =
088800         (WS-ROOT + WS-VARIANCE / WS-ROOT) / 2.
088900 3310-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    4000-SORT-LINES - BUBBLE-SORT THE LINE TABLE INTO           *
089400*    DEPARTMENT ORDER (AND LINE ID WITHIN DEPARTMENT) SO THE     *
089500*    CONTROL BREAK HOLDS.                                        *
089600******************************************************************
089700 4000-SORT-LINES.
089800     IF WS-LINE-COUNT > 1
089900         COMPUTE WS-OUTER-LIMIT = WS-LINE-COUNT - 1
090000         PERFORM 4100-SORT-PASS THRU 4100-EXIT
090100             VARYING WS-LINE-IDX FROM 1 BY 1
090200             UNTIL WS-LINE-IDX > WS-OUTER-LIMIT
090300     END-IF.
090400 4000-EXIT.
090500     EXIT.
090600
090700 4100-SORT-PASS.
090800     COMPUTE WS-INNER-LIMIT = WS-LINE-COUNT - WS-LINE-IDX.
090900     PERFORM 4200-COMPARE-SWAP THRU 4200-EXIT
091000         VARYING WS-IDX-2 FROM 1 BY 1
091100         UNTIL WS-IDX-2 > WS-INNER-LIMIT.
091200 4100-EXIT.
091300     EXIT.
091400
091500 4200-COMPARE-SWAP.
091600     MOVE 'N' TO WS-SWAP-NEEDED-SWITCH.
091700     IF LT-DEPT(WS-IDX-2) > LT-DEPT(WS-IDX-2 + 1)
091800         SET WS-SWAP-NEEDED TO TRUE
091900     ELSE
092000         IF LT-DEPT(WS-IDX-2) = LT-DEPT(WS-IDX-2 + 1)
092100             AND LT-LINE-ID(WS-IDX-2) > LT-LINE-ID(WS-IDX-2 + 1)
092200             SET WS-SWAP-NEEDED TO TRUE
092300         END-IF
092400     END-IF.
092500     IF WS-SWAP-NEEDED
092600         MOVE WS-LINE-ENTRY(WS-IDX-2)     TO WS-SWAP-ENTRY
092700         MOVE WS-LINE-ENTRY(WS-IDX-2 + 1)
092800             TO WS-LINE-ENTRY(WS-IDX-2)
092900         MOVE WS-SWAP-ENTRY TO WS-LINE-ENTRY(WS-IDX-2 + 1)
093000     END-IF.
093100 4200-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500*    5000-PRINT-REPORT - HEADINGS, DEPARTMENT GROUPS WITH THREE  *
093600*    GAUGE LINES PER PRODUCTION LINE AND ITS SIGNALS UNDER EACH, *
093700*    DEPARTMENT SUBTOTALS AND THE GRAND TOTAL.  THE EXTRACT IS   *
093800*    WRITTEN ALONGSIDE IN THE SAME ORDER.                        *
093900******************************************************************
094000 5000-PRINT-REPORT.
094100     PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT.
094200     PERFORM 5200-PRINT-LINE THRU 5200-EXIT
094300         VARYING WS-LINE-IDX FROM 1 BY 1
094400         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
094500     IF NOT WS-FIRST-LINE
094600         PERFORM 5600-PRINT-SUBTOTAL THRU 5600-EXIT
094700     END-IF.
094800     PERFORM 5700-PRINT-GRAND-TOTALS THRU 5700-EXIT.
094900 5000-EXIT.
095000     EXIT.
095100
095200 5100-PRINT-HEADINGS.
095300     ADD 1 TO WS-PAGE-NBR.
095400     MOVE WS-TODAY     TO H1-RUN-DATE.
095500     MOVE WS-PAGE-NBR  TO H1-PAGE-NBR.
095600     MOVE WS-BASE-FROM TO H2-BASE-FROM.
095700     MOVE WS-BASE-TO   TO H2-BASE-TO.
095800     MOVE WS-BASE-TO   TO H2-LATEST-FROM.
095900     MOVE WS-RUN-LIMIT TO H2-RUN-LIMIT.
096000     WRITE PRINT-RECORD FROM WS-HEADER-1.
096100     WRITE PRINT-RECORD FROM WS-HEADER-2.
096200     WRITE PRINT-RECORD FROM WS-HEADER-3.
096300     MOVE 4 TO WS-PRINT-LINES.
096400 5100-EXIT.
096500     EXIT.
096600
096700 5200-PRINT-LINE.
096800     IF WS-FIRST-LINE
096900         OR LT-DEPT(WS-LINE-IDX) NOT = WS-CUR-DEPT
097000         IF NOT WS-FIRST-LINE
097100             PERFORM 5600-PRINT-SUBTOTAL THRU 5600-EXIT
097200         END-IF
097300         MOVE LT-DEPT(WS-LINE-IDX) TO WS-CUR-DEPT
097400         PERFORM 5500-PRINT-DEPT-HEADER THRU 5500-EXIT
097500         MOVE 'N' TO WS-FIRST-SWITCH
097600     END-IF.
097700     ADD 1 TO WS-DEPT-LINES.
097800     ADD 1 TO WS-TOT-LINES.
097900     PERFORM 5300-PRINT-GAUGE THRU 5300-EXIT
098000         VARYING WS-GAUGE-IDX FROM 1 BY 1
098100         UNTIL WS-GAUGE-IDX > 3.
098200 5200-EXIT.
098300     EXIT.
098400
098500******************************************************************
098600*    5300-PRINT-GAUGE - ONE LINE PER GAUGE POSITION WITH ITS     *
098700*    LIMITS, LATEST-READING COUNT AND SIGNAL COUNTS, THEN THE    *
098800*    SIGNALS THEMSELVES, OLDEST FIRST.                           *
098900******************************************************************
099000 5300-PRINT-GAUGE.
099100     PERFORM 5900-CHECK-PAGE THRU 5900-EXIT.
099200     MOVE SPACES TO WS-GAUGE-LINE.
099300     IF WS-GAUGE-IDX = 1
099400         MOVE LT-LINE-ID(WS-LINE-IDX)   TO GL-LINE-ID
099500         MOVE LT-LINE-FLAG(WS-LINE-IDX) TO GL-FLAG
099600         MOVE LT-LINE-NAME(WS-LINE-IDX) TO GL-LINE-NAME
099700     END-IF.
099800     MOVE WS-GAUGE-NAME(WS-GAUGE-IDX) TO GL-GAUGE.
099900     MOVE LG-BASE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
100000         TO GL-BASE-COUNT.
100100     MOVE LG-MEAN(WS-LINE-IDX, WS-GAUGE-IDX)  TO GL-MEAN.
100200     MOVE LG-SIGMA(WS-LINE-IDX, WS-GAUGE-IDX) TO GL-SIGMA.
100300     MOVE LG-LCL(WS-LINE-IDX, WS-GAUGE-IDX)   TO GL-LCL.
100400     MOVE LG-UCL(WS-LINE-IDX, WS-GAUGE-IDX)   TO GL-UCL.
100500     MOVE LG-LATEST-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
100600         TO GL-LATEST-COUNT.
100700     MOVE LG-OUTSIDE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
100800         TO GL-OUTSIDE-COUNT.
100900     MOVE LG-RUN-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
101000         TO GL-RUN-COUNT.
101100     IF NOT LG-LIMITS-SET(WS-LINE-IDX, WS-GAUGE-IDX)
101200         MOVE 'SHORT BASELINE' TO GL-STATUS
101300     ELSE
101400         IF LG-OUTSIDE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX) > ZERO
101500             OR LG-RUN-COUNT(WS-LINE-IDX, WS-GAUGE-IDX) > ZERO
101600             MOVE 'OUT OF CONTROL' TO GL-STATUS
101700         ELSE
101800             IF LG-LATEST-COUNT(WS-LINE-IDX, WS-GAUGE-IDX) = ZERO
101900                 MOVE 'NO LATEST DATA' TO GL-STATUS
102000             ELSE
102100                 MOVE 'IN CONTROL' TO GL-STATUS
102200             END-IF
102300         END-IF
102400     END-IF.
102500     WRITE PRINT-RECORD FROM WS-GAUGE-LINE.
102600     ADD 1 TO WS-PRINT-LINES.
102700     IF LG-LIMITS-SET(WS-LINE-IDX, WS-GAUGE-IDX)
102800         ADD LG-LATEST-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
102900             TO WS-DEPT-TESTED WS-TOT-TESTED
103000     END-IF.
103100     ADD LG-OUTSIDE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
103200         LG-RUN-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
103300         TO WS-DEPT-SIGNALS.
103400     ADD LG-OUTSIDE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
103500         LG-RUN-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
103600         TO WS-TOT-SIGNALS.
103700     PERFORM 5800-WRITE-LIMITS-EXTRACT THRU 5800-EXIT.
103800     PERFORM 5400-PRINT-SIGNAL THRU 5400-EXIT
103900         VARYING WS-SIGNAL-IDX FROM 1 BY 1
104000         UNTIL WS-SIGNAL-IDX > WS-SIGNAL-COUNT.
104100 5300-EXIT.
104200     EXIT.
104300
104400 5400-PRINT-SIGNAL.
104500     IF SG-LINE-ID(WS-SIGNAL-IDX) NOT = LT-LINE-ID(WS-LINE-IDX)
104600         OR SG-GAUGE-IDX(WS-SIGNAL-IDX) NOT = WS-GAUGE-IDX
104700         GO TO 5400-EXIT
104800     END-IF.
104900     PERFORM 5900-CHECK-PAGE THRU 5900-EXIT.
105000     MOVE SG-DATE(WS-SIGNAL-IDX)    TO SL-DATE.
105100     MOVE SG-TIME(WS-SIGNAL-IDX)    TO SL-TIME.
105200     MOVE SG-RUN-NBR(WS-SIGNAL-IDX) TO SL-RUN-NBR.
105300     MOVE SG-VALUE(WS-SIGNAL-IDX)   TO SL-VALUE.
105400     MOVE SPACES TO SL-RULE-TEXT.
105500     MOVE SG-RUN-LENGTH(WS-SIGNAL-IDX) TO WS-RUN-LENGTH-DISP.
105600     IF SG-RULE(WS-SIGNAL-IDX) = 'U'
105700         MOVE 'ABOVE UPPER CONTROL LIMIT' TO SL-RULE-TEXT
105800     END-IF.
105900     IF SG-RULE(WS-SIGNAL-IDX) = 'L'
106000         MOVE 'BELOW LOWER CONTROL LIMIT' TO SL-RULE-TEXT
106100     END-IF.
106200     IF SG-RULE(WS-SIGNAL-IDX) = 'A'
106300         STRING 'RUN OF ' WS-RUN-LENGTH-DISP ' ABOVE THE MEAN'
106400             DELIMITED BY SIZE INTO SL-RULE-TEXT
106500     END-IF.
106600     IF SG-RULE(WS-SIGNAL-IDX) = 'B'
106700         STRING 'RUN OF ' WS-RUN-LENGTH-DISP ' BELOW THE MEAN'
106800             DELIMITED BY SIZE INTO SL-RULE-TEXT
106900     END-IF.
107000     WRITE PRINT-RECORD FROM WS-SIGNAL-LINE.
107100     ADD 1 TO WS-PRINT-LINES.
107200     PERFORM 5850-WRITE-SIGNAL-EXTRACT THRU 5850-EXIT.
107300 5400-EXIT.
107400     EXIT.
107500
107600 5500-PRINT-DEPT-HEADER.
107700     PERFORM 1550-RESOLVE-DEPT-DESC THRU 1550-EXIT.
107800     IF WS-CUR-DEPT = SPACES
107900         MOVE '(NO DEPT) ' TO DH-DEPT
108000         MOVE '(NO DEPT)' TO DH-DESC
108100     ELSE
108200         MOVE WS-CUR-DEPT TO DH-DEPT
108300         MOVE WS-CUR-DEPT-DESC TO DH-DESC
108400     END-IF.
108500     WRITE PRINT-RECORD FROM WS-DEPT-HEADER.
108600     ADD 2 TO WS-PRINT-LINES.
108700 5500-EXIT.
108800     EXIT.
108900
109000 5600-PRINT-SUBTOTAL.
109100     IF WS-CUR-DEPT = SPACES
109200         MOVE '(NO DEPT) ' TO ST-DEPT
109300     ELSE
109400         PERFORM 1550-RESOLVE-DEPT-DESC THRU 1550-EXIT
109500         MOVE WS-CUR-DEPT-DESC TO ST-DEPT
109600     END-IF.
109700     MOVE WS-DEPT-LINES   TO ST-LINES.
109800     MOVE WS-DEPT-TESTED  TO ST-TESTED.
109900     MOVE WS-DEPT-SIGNALS TO ST-SIGNALS.
110000     WRITE PRINT-RECORD FROM WS-SUBTOTAL-LINE.
110100     ADD 2 TO WS-PRINT-LINES.
110200     MOVE ZERO TO WS-DEPT-LINES.
110300     MOVE ZERO TO WS-DEPT-TESTED.
110400     MOVE ZERO TO WS-DEPT-SIGNALS.
110500 5600-EXIT.
110600     EXIT.
110700
110800 5700-PRINT-GRAND-TOTALS.
110900     WRITE PRINT-RECORD FROM WS-GRAND-HEADER.
111000     MOVE 'ALL DEPTS '    TO ST-DEPT.
111100     MOVE WS-TOT-LINES    TO ST-LINES.
111200     MOVE WS-TOT-TESTED   TO ST-TESTED.
111300     MOVE WS-TOT-SIGNALS  TO ST-SIGNALS.
111400     WRITE PRINT-RECORD FROM WS-SUBTOTAL-LINE.
111500     IF WS-LINE-COUNT = ZERO
111600         MOVE SPACES TO PRINT-RECORD
111700         STRING ' (NO TRIPLET READINGS IN THE PERIOD)'
111800             DELIMITED BY SIZE INTO PRINT-RECORD
111900         WRITE PRINT-RECORD
112000     END-IF.
112100 5700-EXIT.
112200     EXIT.
112300
112400******************************************************************
112500*    5800-WRITE-LIMITS-EXTRACT - ONE 'L' RECORD PER LINE AND     *
112600*    GAUGE POSITION FOR THE QUALITY TEAM.                        *
112700******************************************************************
112800 5800-WRITE-LIMITS-EXTRACT.
112900     MOVE SPACES TO SPC-EXTRACT-RECORD.
113000     SET SPCX-LIMITS TO TRUE.
113100     PERFORM 5860-FILL-EXTRACT-LIMITS THRU 5860-EXIT.
113200     MOVE ZERO TO SPCX-READ-DATE SPCX-READ-TIME SPCX-RUN-NBR.
113300     MOVE ZERO TO SPCX-VALUE SPCX-RUN-LENGTH.
113400     WRITE SPC-EXTRACT-RECORD.
113500 5800-EXIT.
113600     EXIT.
113700
113800 5850-WRITE-SIGNAL-EXTRACT.
113900     MOVE SPACES TO SPC-EXTRACT-RECORD.
114000     SET SPCX-SIGNAL TO TRUE.
114100     PERFORM 5860-FILL-EXTRACT-LIMITS THRU 5860-EXIT.
114200     MOVE SG-DATE(WS-SIGNAL-IDX)       TO SPCX-READ-DATE.
114300     MOVE SG-TIME(WS-SIGNAL-IDX)       TO SPCX-READ-TIME.
114400     MOVE SG-RUN-NBR(WS-SIGNAL-IDX)    TO SPCX-RUN-NBR.
114500     MOVE SG-VALUE(WS-SIGNAL-IDX)      TO SPCX-VALUE.
114600     MOVE SG-RULE(WS-SIGNAL-IDX)       TO SPCX-RULE.
114700     MOVE SG-RUN-LENGTH(WS-SIGNAL-IDX) TO SPCX-RUN-LENGTH.
114800     WRITE SPC-EXTRACT-RECORD.
114900 5850-EXIT.
115000     EXIT.
115100
115200 5860-FILL-EXTRACT-LIMITS.
115300     MOVE LT-DEPT(WS-LINE-IDX)    TO SPCX-DEPT.
115400     MOVE LT-LINE-ID(WS-LINE-IDX) TO SPCX-LINE-ID.
115500     MOVE WS-GAUGE-NAME(WS-GAUGE-IDX) TO SPCX-GAUGE.
115600     MOVE WS-BASE-FROM            TO SPCX-BASE-FROM.
115700     MOVE WS-BASE-TO              TO SPCX-BASE-TO.
115800     MOVE LG-BASE-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
115900         TO SPCX-BASE-COUNT.
116000     MOVE LG-MEAN(WS-LINE-IDX, WS-GAUGE-IDX)  TO SPCX-MEAN.
116100     MOVE LG-SIGMA(WS-LINE-IDX, WS-GAUGE-IDX) TO SPCX-SIGMA.
116200     MOVE LG-LCL(WS-LINE-IDX, WS-GAUGE-IDX)   TO SPCX-LCL.
116300     MOVE LG-UCL(WS-LINE-IDX, WS-GAUGE-IDX)   TO SPCX-UCL.
116400     MOVE LG-LATEST-COUNT(WS-LINE-IDX, WS-GAUGE-IDX)
116500         TO SPCX-LATEST-COUNT.
116600 5860-EXIT.
116700     EXIT.
116800
116900 5900-CHECK-PAGE.
117000     IF WS-PRINT-LINES >= WS-PAGE-LIMIT
117100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
117200         PERFORM 5500-PRINT-DEPT-HEADER THRU 5500-EXIT
117300     END-IF.
117400 5900-EXIT.
117500     EXIT.
117600
117700******************************************************************
117800*    6000-TERMINATE - CLOSE, REPORT THE COUNTS AND SET RC 4 WHEN *
117900*    ANY LATEST READING SIGNALLED.                               *
118000******************************************************************
118100 6000-TERMINATE.
118200     IF WS-LINEMAST-AVAILABLE
118300         CLOSE LINE-MASTER-FILE
118400     END-IF.
118500     CLOSE PRINT-FILE
118600           EXTRACT-FILE.
118700     MOVE WS-ARCH-MONTHS TO WS-COUNT-DISP.
118800     DISPLAY 'COMP3VSP: ' WS-COUNT-DISP ' ARCHIVE MONTHS READ'.
118900     MOVE WS-LINE-COUNT TO WS-COUNT-DISP.
119000     DISPLAY 'COMP3VSP: ' WS-COUNT-DISP ' LINES REPORTED'.
119100     MOVE WS-BASE-READ-COUNT TO WS-COUNT-DISP.
119200     DISPLAY 'COMP3VSP: ' WS-COUNT-DISP ' BASELINE TRIPLETS'.
119300     MOVE WS-LATEST-READ-COUNT TO WS-COUNT-DISP.
119400     DISPLAY 'COMP3VSP: ' WS-COUNT-DISP ' LATEST TRIPLETS TESTED'.
119410     MOVE WS-SUP-SKIP-COUNT TO WS-COUNT-DISP.
119420     DISPLAY 'COMP3VSP: ' WS-COUNT-DISP ' SUPERSEDED READINGS'.
119500     MOVE WS-TOT-SIGNALS TO WS-COUNT-DISP.
119600     DISPLAY 'COMP3VSP: ' WS-COUNT-DISP ' SIGNALS'.
119700     IF WS-TOT-SIGNALS > ZERO
119800         MOVE 4 TO RETURN-CODE
119900     ELSE
120000         MOVE ZERO TO RETURN-CODE
120100     END-IF.
120200 6000-EXIT.
120300     EXIT.
120400
120500******************************************************************
120600*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
120700******************************************************************
120800 9999-EXIT.
120900     MOVE 16 TO RETURN-CODE.
121000     STOP RUN.
