000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COMP3VSS.
000300 AUTHOR.         TARUNKISHORE.
000400 INSTALLATION.   LINE-INSPECTION.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  15-OCT-26  TK    INITIAL VERSION.  DAILY SUMMARY OF THE       *
001200*                   SECURITY VIOLATION LOG COMP3VSO WRITES.  FOR *
001300*                   THE DATE GIVEN ON SYSIN (BLANK MEANS TODAY)  *
001400*                   IT SHOWS HOW MANY FAILED OR REFUSED SIGN-ONS *
001500*                   THERE WERE OF EACH KIND, HOW MANY EACH       *
001600*                   OPERATOR ID DREW AND FROM WHICH PROGRAM, THE *
001700*                   IDS LOCKED OUT THAT DAY WITH THE TIME, AND   *
001800*                   EVERY ID STILL LOCKED ON THE OPERATOR MASTER *
001900*                   WAITING FOR A SUPERVISOR TO RESET IT IN      *
002000*                   COMP3VOM.  THE RUN ENDS WITH CONDITION CODE  *
002100*                   4 IF ANY ID WAS LOCKED OUT ON THE DATE, SO   *
002200*                   THE SCHEDULE CAN ROUTE THE REPORT TO         *
002300*                   SECURITY.                                    *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SECURITY-FILE ASSIGN TO SECVIOL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SECV-STATUS.
003400
003500     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-OPER-STATUS.
003800
003900     SELECT REPORT-FILE   ASSIGN TO SECRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SECURITY-FILE
004600     RECORDING MODE IS F.
004700     COPY SECVREC.
004800
004900 FD  OPERATOR-FILE
005000     RECORDING MODE IS F.
005100     COPY OPERREC.
005200
005300 FD  REPORT-FILE
005400     RECORDING MODE IS F.
005500 01  REPORT-RECORD                   PIC X(80).
005600
005700 WORKING-STORAGE SECTION.
005800 77  WS-SECV-STATUS                  PIC X(02).
005900     88  WS-SECV-OK                  VALUE '00'.
006000     88  WS-SECV-NOTFND              VALUE '35'.
006100 77  WS-OPER-STATUS                  PIC X(02).
006200     88  WS-OPER-OK                  VALUE '00'.
006300     88  WS-OPER-NOTFND              VALUE '35'.
006400 77  WS-REPORT-STATUS                PIC X(02).
006500     88  WS-REPORT-OK                VALUE '00'.
006600 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
006700     88  WS-EOF                      VALUE 'Y'.
006800 77  WS-OPER-EOF-SWITCH              PIC X(01) VALUE 'N'.
006900     88  WS-OPER-EOF                 VALUE 'Y'.
007000 77  WS-MASTER-SWITCH                PIC X(01) VALUE 'N'.
007100     88  WS-MASTER-READ              VALUE 'Y'.
007200
007300 77  WS-RPT-DATE-IN                  PIC X(08) VALUE SPACES.
007400 77  WS-RPT-DATE                     PIC 9(08) VALUE ZERO.
007500
007600*    THE EVENT CODES AND THEIR TEXT, WITH A COUNT FOR EACH.  A
007700*    CODE NOT IN THE TABLE IS COUNTED SEPARATELY.
007800     COPY SECVEVT.
007900 01  WS-EVT-COUNTS.
008000     05  EVT-COUNT OCCURS 6 TIMES    PIC 9(05) COMP-3.
008100 77  WS-EVT-UNKNOWN                  PIC 9(05) COMP-3 VALUE ZERO.
008200
008300*    ONE ENTRY PER OPERATOR ID THAT DREW A VIOLATION ON THE
008400*    DATE, WITH THE PROGRAM OF ITS LATEST ONE.
008500 01  WS-ID-TABLE.
008600     05  WS-ID-ENTRY OCCURS 200 TIMES.
008700         10  ID-OPER-ID              PIC X(08).
008800         10  ID-OPER-NAME            PIC X(20).
008900         10  ID-COUNT                PIC 9(05) COMP-3.
009000         10  ID-BAD-PWD              PIC 9(05) COMP-3.
009100         10  ID-LOCKED-ATT           PIC 9(05) COMP-3.
009200         10  ID-NOT-AUTH             PIC 9(05) COMP-3.
009300         10  ID-LAST-TIME            PIC 9(08).
009400         10  ID-LAST-PROGRAM         PIC X(08).
009500
009600*    THE LOCKOUTS OF THE DAY IN THE ORDER THEY HAPPENED.
009700 01  WS-LOCK-TABLE.
009800     05  WS-LOCK-ENTRY OCCURS 100 TIMES.
009900         10  LK-OPER-ID              PIC X(08).
010000         10  LK-OPER-NAME            PIC X(20).
010100         10  LK-TIME                 PIC 9(08).
010200         10  LK-PROGRAM              PIC X(08).
010300
010400 77  WS-ID-COUNT                     PIC 9(03) COMP VALUE ZERO.
010500 77  WS-LOCK-COUNT                   PIC 9(03) COMP VALUE ZERO.
010600 77  WS-STILL-LOCKED                 PIC 9(03) COMP VALUE ZERO.
010700 77  WS-TAB-IDX                      PIC 9(03) COMP VALUE ZERO.
010800 77  WS-FOUND-IDX                    PIC 9(03) COMP VALUE ZERO.
010900 77  WS-EVT-IDX                      PIC 9(03) COMP VALUE ZERO.
011000 77  WS-READ-COUNT                   PIC 9(07) COMP-3 VALUE ZERO.
011100 77  WS-ON-DATE-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
011200 77  WS-COUNT-DISP                   PIC 9(07) VALUE ZERO.
011300
011400 01  WS-TIME-SPLIT.
011500     05  WS-TS-HH                    PIC 9(02).
011600     05  WS-TS-MM                    PIC 9(02).
011700     05  WS-TS-SS                    PIC 9(02).
011800     05  WS-TS-CC                    PIC 9(02).
011900 01  WS-TIME-EDIT.
012000     05  WS-TE-HH                    PIC 9(02).
012100     05  FILLER                      PIC X(01) VALUE ':'.
012200     05  WS-TE-MM                    PIC 9(02).
012300     05  FILLER                      PIC X(01) VALUE ':'.
012400     05  WS-TE-SS                    PIC 9(02).
012500
012600 01  WS-RPT-LINE                     PIC X(80) VALUE SPACES.
012700 01  WS-EVENT-LINE.
012800     05  FILLER                      PIC X(04) VALUE SPACES.
012900     05  EVL-CODE                    PIC X(02).
013000     05  FILLER                      PIC X(02) VALUE SPACES.
013100     05  EVL-TEXT                    PIC X(26).
013200     05  FILLER                      PIC X(02) VALUE SPACES.
013300     05  EVL-COUNT                   PIC Z(7)9.
013400     05  FILLER                      PIC X(36) VALUE SPACES.
013500 01  WS-ID-LINE.
013600     05  FILLER                      PIC X(02) VALUE SPACES.
013700     05  IDL-OPER-ID                 PIC X(08).
013800     05  FILLER                      PIC X(01) VALUE SPACES.
013900     05  IDL-OPER-NAME               PIC X(20).
014000     05  IDL-COUNT                   PIC Z(4)9.
014100     05  IDL-BAD-PWD                 PIC Z(6)9.
014200     05  IDL-LOCKED-ATT              PIC Z(6)9.
014300     05  IDL-NOT-AUTH                PIC Z(6)9.
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  IDL-LAST-PROGRAM            PIC X(08).
014600     05  FILLER                      PIC X(01) VALUE SPACES.
014700     05  IDL-LAST-TIME               PIC X(08).
014800     05  FILLER                      PIC X(04) VALUE SPACES.
014900 01  WS-LOCK-HEADING.
015000     05  FILLER                      PIC X(33) VALUE
015100         '  OPER ID  NAME'.
015200     05  FILLER                      PIC X(47) VALUE
015300         'DATE     TIME      PROGRAM'.
015400 01  WS-LOCK-LINE.
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  LKL-OPER-ID                 PIC X(08).
015700     05  FILLER                      PIC X(01) VALUE SPACES.
015800     05  LKL-OPER-NAME               PIC X(20).
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  LKL-DATE                    PIC X(08).
016100     05  FILLER                      PIC X(01) VALUE SPACES.
016200     05  LKL-TIME                    PIC X(08).
016300     05  FILLER                      PIC X(02) VALUE SPACES.
016400     05  LKL-PROGRAM                 PIC X(08).
016500     05  FILLER                      PIC X(20) VALUE SPACES.
016600
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
017000     PERFORM 2000-TALLY-RECORD   THRU 2000-EXIT
017100         UNTIL WS-EOF.
017200     PERFORM 3000-OPEN-MASTER    THRU 3000-EXIT.
017300     PERFORM 4000-PRINT-REPORT   THRU 4000-EXIT.
017400     PERFORM 5000-TERMINATE      THRU 5000-EXIT.
017500     STOP RUN.
017600
017700******************************************************************
017800*    1000-INITIALIZE - TAKE THE REPORT DATE FROM SYSIN (BLANK    *
017900*    MEANS TODAY) AND OPEN THE LOG AND THE REPORT.  NO LOG YET   *
018000*    MEANS NO VIOLATIONS, BUT THE LOCKED IDS ARE STILL LISTED.   *
018100******************************************************************
018200 1000-INITIALIZE.
018300     ACCEPT WS-RPT-DATE-IN.
018400     IF WS-RPT-DATE-IN IS NUMERIC
018500         MOVE WS-RPT-DATE-IN TO WS-RPT-DATE
018600     ELSE
018700         ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
018800     END-IF.
018900     INITIALIZE WS-EVT-COUNTS.
019000     OPEN OUTPUT REPORT-FILE.
019100     IF NOT WS-REPORT-OK
019200         DISPLAY 'COMP3VSS: CANNOT OPEN SECURITY REPORT, '
019300             'STATUS = ' WS-REPORT-STATUS
019400         GO TO 9999-EXIT
019500     END-IF.
019600     OPEN INPUT SECURITY-FILE.
019700     IF WS-SECV-NOTFND
019800         DISPLAY 'COMP3VSS: NO SECURITY VIOLATION LOG YET'
019900         SET WS-EOF TO TRUE
020000         GO TO 1000-EXIT
020100     END-IF.
020200     IF NOT WS-SECV-OK
020300         DISPLAY 'COMP3VSS: CANNOT OPEN SECURITY VIOLATION LOG, '
020400             'STATUS = ' WS-SECV-STATUS
020500         GO TO 9999-EXIT
020600     END-IF.
020700     PERFORM 2100-READ-SECV THRU 2100-EXIT.
020800 1000-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200*    2000-TALLY-RECORD - ONE LOG RECORD.  ONLY THE REPORT DATE   *
021300*    COUNTS; IT GOES TO ITS EVENT, TO ITS OPERATOR ID AND, IF IT *
021400*    LOCKED THE ID, TO THE LOCKOUT LIST.                         *
021500******************************************************************
021600 2000-TALLY-RECORD.
021700     ADD 1 TO WS-READ-COUNT.
021800     IF SECV-DATE NOT = WS-RPT-DATE
021900         GO TO 2000-NEXT
022000     END-IF.
022100     ADD 1 TO WS-ON-DATE-COUNT.
022200     PERFORM 2200-TALLY-EVENT THRU 2200-EXIT.
022300     PERFORM 2300-TALLY-ID THRU 2300-EXIT.
022400     IF SECV-LOCKED-NOW
022500         PERFORM 2400-ADD-LOCKOUT THRU 2400-EXIT
022600     END-IF.
022700 2000-NEXT.
022800     PERFORM 2100-READ-SECV THRU 2100-EXIT.
022900 2000-EXIT.
023000     EXIT.
023100
023200 2100-READ-SECV.
023300     READ SECURITY-FILE
023400         AT END
023500             SET WS-EOF TO TRUE
023600     END-READ.
023700 2100-EXIT.
023800     EXIT.
023900
024000 2200-TALLY-EVENT.
024100     MOVE ZERO TO WS-FOUND-IDX.
024200     PERFORM 2250-MATCH-EVENT THRU 2250-EXIT
024300         VARYING WS-EVT-IDX FROM 1 BY 1
024400         UNTIL WS-EVT-IDX > 6
024500             OR WS-FOUND-IDX > ZERO.
024600     IF WS-FOUND-IDX = ZERO
024700         ADD 1 TO WS-EVT-UNKNOWN
024800     ELSE
024900         ADD 1 TO EVT-COUNT(WS-FOUND-IDX)
025000     END-IF.
025100 2200-EXIT.
025200     EXIT.
025300
025400 2250-MATCH-EVENT.
025500     IF SECE-CODE(WS-EVT-IDX) = SECV-EVENT
025600         MOVE WS-EVT-IDX TO WS-FOUND-IDX
025700     END-IF.
025800 2250-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200*    2300-TALLY-ID - COUNT THE VIOLATION AGAINST ITS OPERATOR ID *
026300*    AND KEEP THE PROGRAM AND TIME OF THE ID'S LATEST ONE.  THE  *
026400*    LOG IS IN TIME ORDER, SO THE LATEST IS THE LAST SEEN.       *
026500******************************************************************
026600 2300-TALLY-ID.
026700     MOVE ZERO TO WS-FOUND-IDX.
026800     PERFORM 2350-MATCH-ID THRU 2350-EXIT
026900         VARYING WS-TAB-IDX FROM 1 BY 1
027000         UNTIL WS-TAB-IDX > WS-ID-COUNT
027100             OR WS-FOUND-IDX > ZERO.
027200     IF WS-FOUND-IDX = ZERO
027300         IF WS-ID-COUNT >= 200
027400             DISPLAY 'COMP3VSS: MORE THAN 200 OPERATOR IDS, '
027500                 SECV-OPER-ID ' LEFT OFF THE REPORT'
027600             GO TO 2300-EXIT
027700         END-IF
027800         ADD 1 TO WS-ID-COUNT
027900         MOVE WS-ID-COUNT TO WS-FOUND-IDX
028000         MOVE SECV-OPER-ID TO ID-OPER-ID(WS-FOUND-IDX)
028100         MOVE SPACES TO ID-OPER-NAME(WS-FOUND-IDX)
028200         MOVE ZERO TO ID-COUNT(WS-FOUND-IDX)
028300         MOVE ZERO TO ID-BAD-PWD(WS-FOUND-IDX)
028400         MOVE ZERO TO ID-LOCKED-ATT(WS-FOUND-IDX)
028500         MOVE ZERO TO ID-NOT-AUTH(WS-FOUND-IDX)
028600     END-IF.
028700     IF SECV-OPER-NAME NOT = SPACES
028800         MOVE SECV-OPER-NAME TO ID-OPER-NAME(WS-FOUND-IDX)
028900     END-IF.
029000     ADD 1 TO ID-COUNT(WS-FOUND-IDX).
029100     IF SECV-BAD-PASSWORD OR SECV-LOCKED-NOW
029200         ADD 1 TO ID-BAD-PWD(WS-FOUND-IDX)
029300     END-IF.
029400     IF SECV-LOCKED-ATTEMPT
029500         ADD 1 TO ID-LOCKED-ATT(WS-FOUND-IDX)
029600     END-IF.
029700     IF SECV-NOT-AUTHORIZED
029800         ADD 1 TO ID-NOT-AUTH(WS-FOUND-IDX)
029900     END-IF.
030000     MOVE SECV-TIME TO ID-LAST-TIME(WS-FOUND-IDX).
030100     MOVE SECV-PROGRAM TO ID-LAST-PROGRAM(WS-FOUND-IDX).
030200 2300-EXIT.
030300     EXIT.
030400
030500 2350-MATCH-ID.
030600     IF ID-OPER-ID(WS-TAB-IDX) = SECV-OPER-ID
030700         MOVE WS-TAB-IDX TO WS-FOUND-IDX
030800     END-IF.
030900 2350-EXIT.
031000     EXIT.
031100
031200 2400-ADD-LOCKOUT.
031300     IF WS-LOCK-COUNT >= 100
031400         DISPLAY 'COMP3VSS: MORE THAN 100 LOCKOUTS, '
031500             SECV-OPER-ID ' LEFT OFF THE LIST'
031600         GO TO 2400-EXIT
031700     END-IF.
031800     ADD 1 TO WS-LOCK-COUNT.
031900     MOVE SECV-OPER-ID TO LK-OPER-ID(WS-LOCK-COUNT).
032000     MOVE SECV-OPER-NAME TO LK-OPER-NAME(WS-LOCK-COUNT).
032100     MOVE SECV-TIME TO LK-TIME(WS-LOCK-COUNT).
032200     MOVE SECV-PROGRAM TO LK-PROGRAM(WS-LOCK-COUNT).
032300 2400-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700*    3000-OPEN-MASTER - OPEN THE OPERATOR MASTER SO THE REPORT   *
032800*    CAN LIST EVERY ID STILL LOCKED, WHATEVER DAY IT WAS LOCKED. *
032900*    IT IS READ THROUGH WHEN THAT SECTION IS WRITTEN (4500).     *
033000******************************************************************
033100 3000-OPEN-MASTER.
033200     OPEN INPUT OPERATOR-FILE.
033300     IF WS-OPER-NOTFND
033400         DISPLAY 'COMP3VSS: NO OPERATOR MASTER, LOCKED IDS NOT '
033500             'LISTED'
033600         GO TO 3000-EXIT
033700     END-IF.
033800     IF NOT WS-OPER-OK
033900         DISPLAY 'COMP3VSS: CANNOT OPEN OPERATOR MASTER, '
034000             'STATUS = ' WS-OPER-STATUS
034100         GO TO 9999-EXIT
034200     END-IF.
034300     SET WS-MASTER-READ TO TRUE.
034400 3000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    4000-PRINT-REPORT - EVENTS, THEN OPERATOR IDS, THEN THE     *
034900*    DAY'S LOCKOUTS, THEN THE IDS STILL LOCKED ON THE MASTER.    *
035000******************************************************************
035100 4000-PRINT-REPORT.
035200     MOVE SPACES TO WS-RPT-LINE.
035300     STRING 'SECURITY VIOLATION SUMMARY FOR ' WS-RPT-DATE
035400         DELIMITED BY SIZE INTO WS-RPT-LINE.
035500     WRITE REPORT-RECORD FROM WS-RPT-LINE.
035600     MOVE SPACES TO WS-RPT-LINE.
035700     WRITE REPORT-RECORD FROM WS-RPT-LINE.
035800     STRING '  VIOLATIONS BY EVENT'
035900         DELIMITED BY SIZE INTO WS-RPT-LINE.
036000     WRITE REPORT-RECORD FROM WS-RPT-LINE.
036100     PERFORM 4100-PRINT-ONE-EVENT THRU 4100-EXIT
036200         VARYING WS-EVT-IDX FROM 1 BY 1
036300         UNTIL WS-EVT-IDX > 6.
036400     IF WS-EVT-UNKNOWN > ZERO
036500         MOVE '??' TO EVL-CODE
036600         MOVE 'UNKNOWN EVENT' TO EVL-TEXT
036700         MOVE WS-EVT-UNKNOWN TO EVL-COUNT
036800         WRITE REPORT-RECORD FROM WS-EVENT-LINE
036900     END-IF.
037000     MOVE SPACES TO EVL-CODE.
037100     MOVE 'TOTAL' TO EVL-TEXT.
037200     MOVE WS-ON-DATE-COUNT TO EVL-COUNT.
037300     WRITE REPORT-RECORD FROM WS-EVENT-LINE.
037400     MOVE SPACES TO WS-RPT-LINE.
037500     WRITE REPORT-RECORD FROM WS-RPT-LINE.
037600     STRING '  OPER ID  NAME                TOTAL BAD PW LOCKED '
037700         'NOT AU  LAST PGM LAST AT'
037800         DELIMITED BY SIZE INTO WS-RPT-LINE.
037900     WRITE REPORT-RECORD FROM WS-RPT-LINE.
038000     PERFORM 4200-PRINT-ONE-ID THRU 4200-EXIT
038100         VARYING WS-TAB-IDX FROM 1 BY 1
038200         UNTIL WS-TAB-IDX > WS-ID-COUNT.
038300     IF WS-ID-COUNT = ZERO
038400         MOVE SPACES TO WS-RPT-LINE
038500         STRING '   (NO VIOLATIONS ON THIS DATE)'
038600             DELIMITED BY SIZE INTO WS-RPT-LINE
038700         WRITE REPORT-RECORD FROM WS-RPT-LINE
038800     END-IF.
038900     MOVE SPACES TO WS-RPT-LINE.
039000     WRITE REPORT-RECORD FROM WS-RPT-LINE.
039100     STRING '  LOCKED OUT ON THIS DATE'
039200         DELIMITED BY SIZE INTO WS-RPT-LINE.
039300     WRITE REPORT-RECORD FROM WS-RPT-LINE.
039400     MOVE WS-LOCK-HEADING TO WS-RPT-LINE.
039500     WRITE REPORT-RECORD FROM WS-RPT-LINE.
039600     PERFORM 4300-PRINT-ONE-LOCKOUT THRU 4300-EXIT
039700         VARYING WS-TAB-IDX FROM 1 BY 1
039800         UNTIL WS-TAB-IDX > WS-LOCK-COUNT.
039900     IF WS-LOCK-COUNT = ZERO
040000         MOVE SPACES TO WS-RPT-LINE
040100         STRING '   (NONE)'
040200             DELIMITED BY SIZE INTO WS-RPT-LINE
040300         WRITE REPORT-RECORD FROM WS-RPT-LINE
040400     END-IF.
040500     MOVE SPACES TO WS-RPT-LINE.
040600     WRITE REPORT-RECORD FROM WS-RPT-LINE.
040700     STRING '  STILL LOCKED ON THE OPERATOR MASTER (RESET IN '
040800         'COMP3VOM)'
040900         DELIMITED BY SIZE INTO WS-RPT-LINE.
041000     WRITE REPORT-RECORD FROM WS-RPT-LINE.
041100     MOVE WS-LOCK-HEADING TO WS-RPT-LINE.
041200     WRITE REPORT-RECORD FROM WS-RPT-LINE.
041300     IF WS-MASTER-READ
041400         PERFORM 4500-LIST-LOCKED THRU 4500-EXIT
041500     ELSE
041600         MOVE SPACES TO WS-RPT-LINE
041700         STRING '   (NO OPERATOR MASTER)'
041800             DELIMITED BY SIZE INTO WS-RPT-LINE
041900         WRITE REPORT-RECORD FROM WS-RPT-LINE
042000     END-IF.
042100 4000-EXIT.
042200     EXIT.
042300
042400 4100-PRINT-ONE-EVENT.
042500     MOVE SECE-CODE(WS-EVT-IDX)  TO EVL-CODE.
042600     MOVE SECE-TEXT(WS-EVT-IDX)  TO EVL-TEXT.
042700     MOVE EVT-COUNT(WS-EVT-IDX)  TO EVL-COUNT.
042800     WRITE REPORT-RECORD FROM WS-EVENT-LINE.
042900 4100-EXIT.
043000     EXIT.
043100
043200 4200-PRINT-ONE-ID.
043300     MOVE ID-OPER-ID(WS-TAB-IDX)      TO IDL-OPER-ID.
043400     MOVE ID-OPER-NAME(WS-TAB-IDX)    TO IDL-OPER-NAME.
043500     MOVE ID-COUNT(WS-TAB-IDX)        TO IDL-COUNT.
043600     MOVE ID-BAD-PWD(WS-TAB-IDX)      TO IDL-BAD-PWD.
043700     MOVE ID-LOCKED-ATT(WS-TAB-IDX)   TO IDL-LOCKED-ATT.
043800     MOVE ID-NOT-AUTH(WS-TAB-IDX)     TO IDL-NOT-AUTH.
043900     MOVE ID-LAST-PROGRAM(WS-TAB-IDX) TO IDL-LAST-PROGRAM.
044000     MOVE ID-LAST-TIME(WS-TAB-IDX)    TO WS-TIME-SPLIT.
044100     PERFORM 4900-EDIT-TIME THRU 4900-EXIT.
044200     MOVE WS-TIME-EDIT TO IDL-LAST-TIME.
044300     WRITE REPORT-RECORD FROM WS-ID-LINE.
044400 4200-EXIT.
044500     EXIT.
044600
044700 4300-PRINT-ONE-LOCKOUT.
044800     MOVE LK-OPER-ID(WS-TAB-IDX)   TO LKL-OPER-ID.
044900     MOVE LK-OPER-NAME(WS-TAB-IDX) TO LKL-OPER-NAME.
045000     MOVE WS-RPT-DATE              TO LKL-DATE.
045100     MOVE LK-TIME(WS-TAB-IDX)      TO WS-TIME-SPLIT.
045200     PERFORM 4900-EDIT-TIME THRU 4900-EXIT.
045300     MOVE WS-TIME-EDIT             TO LKL-TIME.
045400     MOVE LK-PROGRAM(WS-TAB-IDX)   TO LKL-PROGRAM.
045500     WRITE REPORT-RECORD FROM WS-LOCK-LINE.
045600 4300-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000*    4500-LIST-LOCKED - READ THE OPERATOR MASTER THROUGH AND     *
046100*    LIST EVERY ID WHOSE LOCK IS STILL SET, WITH WHEN IT WAS     *
046200*    LOCKED.                                                     *
046300******************************************************************
046400 4500-LIST-LOCKED.
046500     PERFORM 4510-READ-OPERATOR THRU 4510-EXIT.
046600     PERFORM 4520-CHECK-OPERATOR THRU 4520-EXIT
046700         UNTIL WS-OPER-EOF.
046800     IF WS-STILL-LOCKED = ZERO
046900         MOVE SPACES TO WS-RPT-LINE
047000         STRING '   (NONE)'
047100             DELIMITED BY SIZE INTO WS-RPT-LINE
047200         WRITE REPORT-RECORD FROM WS-RPT-LINE
047300     END-IF.
047400 4500-EXIT.
047500     EXIT.
047600
047700 4510-READ-OPERATOR.
047800     READ OPERATOR-FILE
047900         AT END
048000             SET WS-OPER-EOF TO TRUE
048100     END-READ.
048200 4510-EXIT.
048300     EXIT.
048400
048500 4520-CHECK-OPERATOR.
048600     IF OPER-LOCKED
048700         ADD 1 TO WS-STILL-LOCKED
048800         MOVE OPER-ID   TO LKL-OPER-ID
048900         MOVE OPER-NAME TO LKL-OPER-NAME
049000         MOVE OPER-LOCK-DATE TO LKL-DATE
049100         MOVE OPER-LOCK-TIME TO WS-TIME-SPLIT
049200         PERFORM 4900-EDIT-TIME THRU 4900-EXIT
049300         MOVE WS-TIME-EDIT TO LKL-TIME
049400         MOVE SPACES TO LKL-PROGRAM
049500         WRITE REPORT-RECORD FROM WS-LOCK-LINE
049600     END-IF.
049700     PERFORM 4510-READ-OPERATOR THRU 4510-EXIT.
049800 4520-EXIT.
049900     EXIT.
050000
050100 4900-EDIT-TIME.
050200     MOVE WS-TS-HH TO WS-TE-HH.
050300     MOVE WS-TS-MM TO WS-TE-MM.
050400     MOVE WS-TS-SS TO WS-TE-SS.
050500 4900-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*    5000-TERMINATE - CLOSE, REPORT THE RECORD COUNTS, AND SET   *
051000*    CONDITION CODE 4 IF ANY ID WAS LOCKED OUT ON THE DATE.      *
051100******************************************************************
051200 5000-TERMINATE.
051300     IF NOT WS-SECV-NOTFND
051400         CLOSE SECURITY-FILE
051500     END-IF.
051600     IF WS-MASTER-READ
051700         CLOSE OPERATOR-FILE
051800     END-IF.
051900     CLOSE REPORT-FILE.
052000     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
052100     DISPLAY 'COMP3VSS: ' WS-COUNT-DISP ' LOG RECORDS READ'.
052200     MOVE WS-ON-DATE-COUNT TO WS-COUNT-DISP.
052300     DISPLAY 'COMP3VSS: ' WS-COUNT-DISP ' VIOLATIONS ON '
052400         WS-RPT-DATE.
052500     IF WS-LOCK-COUNT > ZERO
052600         MOVE WS-LOCK-COUNT TO WS-COUNT-DISP
052700         DISPLAY 'COMP3VSS: ' WS-COUNT-DISP ' LOCKOUT(S) ON '
052800             WS-RPT-DATE
052900         MOVE 4 TO RETURN-CODE
053000     END-IF.
053100 5000-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
053600******************************************************************
053700 9999-EXIT.
053800     MOVE 16 TO RETURN-CODE.
053900     STOP RUN.
