002368*                   IS CORRECTED OR EXPLICITLY DROPPED, NOT      *
002370*                   VANISH WHEN THE NEXT NIGHT'S EDIT PASS       *
002372*                   OPENS THE FILE.                              *
002373*  15-OCT-26  TK    THE GAUGE-CAPTURE SYSTEM NOW SENDS ONE DROP  *
002374*                   PER STATION AND SHIFT, ONE AFTER ANOTHER ON  *
002375*                   INSPRAW, EACH WITH ITS OWN HEADER (RUN DATE, *
002376*                   STATION, SHIFT) AND TRAILER.  EVERY DROP IS  *
002377*                   BALANCED ON ITS OWN COUNT AND HASH, THE      *
002378*                   DUPLICATE-ID CHECK SPANS ALL DROPS (NEW      *
002379*                   REASON 07 FOR AN ID ALREADY RECEIVED IN AN   *
002380*                   EARLIER DROP), AND THE DROPS RECEIVED ARE    *
002381*                   CHECKED AGAINST THE EXPECTED-DROPS LIST      *
002382*                   (DROPLIST).  A MISSING, SHORT, UNTERMINATED, *
002383*                   REPEATED OR UNEXPECTED DROP IS A CONTROL     *
002384*                   FAILURE, RETURN CODE 12.  EACH DROP'S OWN    *
002385*                   TOTALS GO TO INSPREJ AS A DROP-TOTALS RECORD *
002386*                   AND TO THE STATUS FILE AS A DROP RECORD.     *
002387*                   REJECTS NOW CARRY THE BUSINESS DATE, STATION *
002388*                   AND SHIFT (REJTREC COPYBOOK).                *
002390*  15-OCT-26  TK    EACH RUN NOW RECORDS ITS START, FINISH AND   *
002392*                   CONDITION CODE ON THE NIGHT-RUN STEP-CONTROL *
002394*                   FILE (COMP3VSC) FOR THE BUSINESS DATE, SO    *
002396*                   THE STEPS BEHIND IT CAN TELL WHETHER THE     *
002398*                   EDIT PASS FINISHED CLEANLY BEFORE THEY RUN.  *
002400*  15-OCT-26  TK    THE OVERRIDE LINE NOW CARRIES THE            *
002410*                   SUPERVISOR'S PASSWORD AFTER THE ID, AND THE  *
002420*                   STEP CHECK SIGNS THE SUPERVISOR ON WITH IT.  *
002421*  15-OCT-26  TK    WITH AN EXPECTED-DROPS LIST ON HAND, EACH    *
002422*                   DROP IS NOW OPENED BY NAME FROM ITS OWN      *
002423*                   DATASET, INSPRAW.<STATION><SHIFT>.D<DATE>; A *
002424*                   DATASET NOT FOUND (STATUS 35) OR EMPTY IS A  *
002425*                   MISSING DROP.  THE COMBINED INSPRAW DATASET  *
002426*                   IS READ ONLY WHEN THERE IS NO LIST.  THE     *
002427*                   DROP TRAILER COUNT NOW GOES TO ITS OWN       *
002428*                   STATUS-RECORD FIELD, NOT THE HELD COUNT.     *
002430******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RAW-FILE     ASSIGN USING WS-RAW-DSN
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RAW-STATUS.
003400
004120     SELECT STATUS-FILE  ASSIGN TO STATFILE
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS WS-STAT-STATUS.
004150
004160     SELECT EXPECTED-FILE ASSIGN TO DROPLIST
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-EXPD-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005200
005300 FD  REJECT-FILE
005400     RECORDING MODE IS F.
005410     COPY REJTREC.
005810
005820 FD  STATUS-FILE
005830     RECORDING MODE IS F.
005840     COPY STATREC.
005845
005850 FD  EXPECTED-FILE
005855     RECORDING MODE IS F.
005860 01  EXPECTED-DROP-RECORD.
005865     05  EXPD-STATION                PIC X(04).
005870     05  EXPD-SHIFT                  PIC X(01).
005875     05  EXPD-ACTIVE-FLAG            PIC X(01).
005880         88  EXPD-ACTIVE             VALUE 'A'.
005885     05  EXPD-DESCRIPTION            PIC X(30).
005890     05  FILLER                      PIC X(44).
005900
006000 WORKING-STORAGE SECTION.
006100 77  WS-RAW-STATUS                   PIC X(02).
006200     88  WS-RAW-OK                   VALUE '00'.
006210     88  WS-RAW-NOTFND               VALUE '35'.
006220 77  WS-RAW-DSN                      PIC X(44) VALUE SPACES.
006300 77  WS-CLEAN-STATUS                 PIC X(02).
006400     88  WS-CLEAN-OK                 VALUE '00'.
006500 77  WS-REJECT-STATUS                PIC X(02).
006600     88  WS-REJECT-OK                VALUE '00'.
006700 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
006800     88  WS-EOF                      VALUE 'Y'.
006810 77  WS-DROP-OPEN-SWITCH             PIC X(01) VALUE 'N'.
006820     88  WS-DROP-OPEN                VALUE 'Y'.
006830 77  WS-EXPECTED-SWITCH              PIC X(01) VALUE 'N'.
006840     88  WS-EXPECTED-LOADED          VALUE 'Y'.
006850 77  WS-MATCH-SWITCH                 PIC X(01) VALUE 'N'.
006860     88  WS-MATCH-FOUND              VALUE 'Y'.
006870 77  WS-EXPD-STATUS                  PIC X(02).
006880     88  WS-EXPD-OK                  VALUE '00'.
006890     88  WS-EXPD-NOTFND              VALUE '35'.
006900 77  WS-EXPD-EOF-SWITCH              PIC X(01) VALUE 'N'.
006910     88  WS-EXPD-EOF                 VALUE 'Y'.
007300 77  WS-CONTROL-ERR-SWITCH           PIC X(01) VALUE 'N'.
007400     88  WS-CONTROL-ERROR            VALUE 'Y'.
007410 77  WS-STAT-STATUS                  PIC X(02).
007420     88  WS-STAT-OK                  VALUE '00'.
007430 77  WS-STEP-RC                      PIC 9(02) VALUE ZERO.
007435 77  WS-STPC-STARTED-SWITCH          PIC X(01) VALUE 'N'.
007440     88  WS-STPC-STARTED             VALUE 'Y'.
007445 77  WS-STPC-RC                      PIC 9(02) VALUE ZERO.
007450 77  WS-STPC-OVR-LINE                PIC X(80) VALUE SPACES.
007455 77  WS-STPC-OVR-WORD                PIC X(08) VALUE SPACES.
007460 77  WS-STPC-OVR-ID                  PIC X(08) VALUE SPACES.
007462 77  WS-STPC-OVR-PWD                 PIC X(08) VALUE SPACES.
007465     COPY STEPPARM.
007500
007600 01  WS-RAW-AREA                     PIC X(80).
007610 01  WS-RAW-HEADER REDEFINES WS-RAW-AREA.
007620     05  HDR-TAG                     PIC X(03).
007630         88  HDR-TAG-OK              VALUE 'HDR'.
007640     05  HDR-RUN-DATE                PIC 9(08).
007650     05  HDR-RUN-DATE-X REDEFINES HDR-RUN-DATE
007660                                     PIC X(08).
007670     05  HDR-STATION                 PIC X(04).
007680     05  HDR-SHIFT                   PIC X(01).
007690     05  FILLER                      PIC X(64).
008200 01  WS-RAW-TRAILER REDEFINES WS-RAW-AREA.
008300     05  TRL-TAG                     PIC X(03).
008400         88  TRL-TAG-OK              VALUE 'TRL'.
011000     88  WS-DUP-FOUND                VALUE 'Y'.
011010 77  WS-DUP-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
011020     88  WS-DUP-OVERFLOWED           VALUE 'Y'.
011025 77  WS-DUP-DROP                     PIC 9(02) COMP VALUE ZERO.
011030 01  WS-ID-TABLE.
011035     05  WS-SEEN-ENTRY OCCURS 2000 TIMES.
011040         10  WS-SEEN-ID              PIC 9(06).
011045         10  WS-SEEN-DROP            PIC 9(02).
011050
011055******************************************************************
011060*  ONE ENTRY PER DROP RECEIVED THIS RUN (AND ONE PER EXPECTED    *
011065*  DROP WHOSE DATASET NEVER CAME OR COULD NOT BE READ), HOLDING  *
011070*  COUNTS.  DROP STATUS: B - BALANCED, C - FAILED A CONTROL      *
011075*  CHECK, M - MISSING.                                           *
011080******************************************************************
011085 77  WS-DROP-COUNT                   PIC 9(02) COMP VALUE ZERO.
011090 77  WS-DROP-IDX                     PIC 9(02) COMP VALUE ZERO.
011095 77  WS-CUR-DROP                     PIC 9(02) COMP VALUE ZERO.
011100 01  WS-DROP-TABLE.
011105     05  WS-DROP-ENTRY OCCURS 50 TIMES.
011110         10  WS-TAB-DROP-KEY.
011115             15  WS-TAB-DROP-STATION PIC X(04).
011120             15  WS-TAB-DROP-SHIFT   PIC X(01).
011125         10  WS-TAB-DROP-HDR-DATE    PIC X(08).
011130         10  WS-TAB-DROP-READ        PIC 9(06) COMP-3.
011135         10  WS-TAB-DROP-CLEAN       PIC 9(06) COMP-3.
011140         10  WS-TAB-DROP-REJECT      PIC 9(06) COMP-3.
011145         10  WS-TAB-DROP-TRL-COUNT   PIC 9(06) COMP-3.
011150         10  WS-TAB-DROP-STATUS      PIC X(01).
011155             88  WS-TAB-DROP-BALANCED VALUE 'B'.
011160             88  WS-TAB-DROP-FAILED  VALUE 'C'.
011165             88  WS-TAB-DROP-MISSING VALUE 'M'.
011170 01  WS-CUR-DROP-ID.
011175     05  WS-CUR-STATION              PIC X(04) VALUE SPACES.
011180     05  FILLER                      PIC X(01) VALUE '/'.
011185     05  WS-CUR-SHIFT                PIC X(01) VALUE SPACES.
011190
011195 77  WS-EXP-COUNT                    PIC 9(02) COMP VALUE ZERO.
011200 77  WS-EXP-IDX                      PIC 9(02) COMP VALUE ZERO.
011201 77  WS-EXP-CUR                      PIC 9(02) COMP VALUE ZERO.
011202 77  WS-UNREAD-STATUS                PIC X(01) VALUE SPACE.
011203     88  WS-UNREAD-MISSING           VALUE 'M'.
011204     88  WS-UNREAD-FAILED            VALUE 'C'.
011205 01  WS-EXPECTED-TABLE.
011210     05  WS-EXP-ENTRY OCCURS 50 TIMES.
011215         10  WS-EXP-DROP-KEY.
011220             15  WS-EXP-STATION      PIC X(04).
011225             15  WS-EXP-SHIFT        PIC X(01).
011400
011410******************************************************************
011420*  REJECT REASON CODES:                                          *
011430*    01 - INSP-ID IS NOT NUMERIC                                 *
011440*    02 - VALUE A IS NOT NUMERIC                                 *
011450*    03 - VALUE B IS NOT NUMERIC                                 *
011460*    04 - VALUE C IS NOT NUMERIC                                 *
011470*    05 - DUPLICATE INSP-ID WITHIN ONE DROP                      *
011480*    06 - RECORD READ AFTER A DROP'S TRAILER, BEFORE THE NEXT    *
011490*         HEADER                                                 *
011500*    07 - DUPLICATE INSP-ID ALREADY RECEIVED IN AN EARLIER DROP  *
011510*  REASON 'DT' IS NOT A REJECT BUT A DROP-TOTALS RECORD.         *
011520******************************************************************
012400 77  WS-REASON                       PIC X(02) VALUE SPACES.
012500
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
012810     IF WS-EXPECTED-LOADED
012820         PERFORM 1500-READ-DROP-DATASET THRU 1500-EXIT
012830             VARYING WS-EXP-CUR FROM 1 BY 1
012840             UNTIL WS-EXP-CUR > WS-EXP-COUNT
012850     ELSE
012860         PERFORM 2000-EDIT-RECORD    THRU 2000-EXIT
012870             UNTIL WS-EOF
012880     END-IF.
013100     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
013110     PERFORM 9000-FINISH-STEP    THRU 9000-EXIT.
013200     STOP RUN.
013300
013400******************************************************************
013410*    1000-INITIALIZE - OPEN FILES AND LOAD THE EXPECTED-DROPS    *
013420*    LIST.  WITH A LIST, EACH DROP IS READ FROM ITS OWN DATASET  *
013430*    BY 1500-READ-DROP-DATASET.  WITHOUT ONE, OPEN THE COMBINED  *
013440*    RAW FILE AND READ ITS FIRST RECORD: A FILE THAT DOES NOT    *
013450*    LEAD WITH A HEADER RECORD CANNOT BE TRUSTED AT ALL - THE    *
013460*    RUN ENDS WITH A CONTROL ERROR BEFORE ANY DETAIL IS PASSED   *
013470*    THROUGH.  EACH DROP'S OWN HEADER IS CHECKED AS IT OPENS.    *
014000******************************************************************
014100 1000-INITIALIZE.
014200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014210     PERFORM 1900-CHECK-STEP-CONTROL THRU 1900-EXIT.
014220     PERFORM 1950-START-STEP     THRU 1950-EXIT.
014900     OPEN OUTPUT CLEAN-FILE.
015000     IF NOT WS-CLEAN-OK
015100         DISPLAY 'COMP3VED: CANNOT OPEN CLEAN-FILE, STATUS = '
015800             WS-REJECT-STATUS
015900         GO TO 9999-EXIT
016000     END-IF.
016010     PERFORM 1100-LOAD-EXPECTED THRU 1100-EXIT.
016020     IF WS-EXPECTED-LOADED
016030         GO TO 1000-EXIT
016040     END-IF.
016050*    WITH NO EXPECTED-DROPS LIST THE DROPS ARE READ ONE AFTER
016060*    ANOTHER FROM THE COMBINED DATASET.
016070     MOVE 'INSPRAW' TO WS-RAW-DSN.
016080     OPEN INPUT RAW-FILE.
016090     IF NOT WS-RAW-OK
016100         DISPLAY 'COMP3VED: CANNOT OPEN RAW-FILE, STATUS = '
016110             WS-RAW-STATUS
016120         GO TO 9999-EXIT
016130     END-IF.
016140     PERFORM 2100-READ-RAW THRU 2100-EXIT.
016200     IF WS-EOF
016300         DISPLAY 'COMP3VED: RAW FILE IS EMPTY'
016400         SET WS-CONTROL-ERROR TO TRUE
017000         SET WS-EOF TO TRUE
017100         GO TO 1000-EXIT
017200     END-IF.
017210*    THE HEADER STAYS THE CURRENT RECORD; 2000-EDIT-RECORD OPENS
017220*    THE FIRST DROP FROM IT.
018500 1000-EXIT.
018600     EXIT.
018601
018602******************************************************************
018603*    1100-LOAD-EXPECTED - LOAD THE ACTIVE ENTRIES OF THE         *
018604*    EXPECTED-DROPS LIST, ONE PER CAPTURE STATION AND SHIFT THAT *
018605*    MUST SEND A DROP EVERY NIGHT; EACH IS THEN READ FROM ITS    *
018606*    OWN DATASET.  WITH NO LIST ON HAND THE DROPS ARE READ ONE   *
018607*    AFTER ANOTHER FROM THE COMBINED INSPRAW DATASET, STILL      *
018608*    BALANCED ONE BY ONE, BUT NONE CAN BE CALLED MISSING OR      *
018609*    UNEXPECTED.                                                 *
018610******************************************************************
018611 1100-LOAD-EXPECTED.
018612     OPEN INPUT EXPECTED-FILE.
018613     IF WS-EXPD-NOTFND
018614         DISPLAY 'COMP3VED: NO EXPECTED-DROPS LIST, DROPS NOT '
018615             'CHECKED FOR COMPLETENESS'
018616         GO TO 1100-EXIT
018617     END-IF.
018618     IF NOT WS-EXPD-OK
018619         DISPLAY 'COMP3VED: CANNOT OPEN EXPECTED-DROPS LIST, '
018620             'STATUS = ' WS-EXPD-STATUS
018621         GO TO 9999-EXIT
018622     END-IF.
018623     SET WS-EXPECTED-LOADED TO TRUE.
018624     PERFORM 1110-READ-EXPECTED THRU 1110-EXIT
018625         UNTIL WS-EXPD-EOF.
018626     CLOSE EXPECTED-FILE.
018627     IF WS-EXP-COUNT = ZERO
018628         DISPLAY 'COMP3VED: EXPECTED-DROPS LIST HAS NO ACTIVE '
018629             'ENTRIES, NO DROP CAN BE READ'
018630         SET WS-CONTROL-ERROR TO TRUE
018631     END-IF.
018632 1100-EXIT.
018633     EXIT.
018634
018635 1110-READ-EXPECTED.
018636     READ EXPECTED-FILE
018637         AT END
018638             SET WS-EXPD-EOF TO TRUE
018639             GO TO 1110-EXIT
018640     END-READ.
018641     IF NOT EXPD-ACTIVE
018642         GO TO 1110-EXIT
018643     END-IF.
018644     IF WS-EXP-COUNT NOT < 50
018645         DISPLAY 'COMP3VED: MORE THAN 50 EXPECTED DROPS ON THE '
018646             'LIST'
018647         GO TO 9999-EXIT
018648     END-IF.
018649     ADD 1 TO WS-EXP-COUNT.
018650     MOVE EXPD-STATION TO WS-EXP-STATION(WS-EXP-COUNT).
018651     MOVE EXPD-SHIFT   TO WS-EXP-SHIFT(WS-EXP-COUNT).
018652 1110-EXIT.
018653     EXIT.
018654
018655******************************************************************
018656*    1500-READ-DROP-DATASET - READ ONE EXPECTED DROP FROM ITS    *
018657*    OWN DATASET, INSPRAW.<STATION><SHIFT>.D<BUSINESS DATE>.     *
018658*    NO DATASET UNDER THAT NAME (STATUS 35), OR AN EMPTY ONE,    *
018659*    IS A MISSING DROP.  A DATASET THAT DOES NOT LEAD WITH A     *
018660*    HEADER CANNOT BE TRUSTED AT ALL AND IS NOT READ FURTHER.    *
018661******************************************************************
018662 1500-READ-DROP-DATASET.
018663     MOVE WS-EXP-STATION(WS-EXP-CUR) TO WS-CUR-STATION.
018664     MOVE WS-EXP-SHIFT(WS-EXP-CUR)   TO WS-CUR-SHIFT.
018665     MOVE SPACES TO WS-RAW-DSN.
018666     STRING 'INSPRAW.' WS-CUR-STATION DELIMITED BY SPACE
018667         WS-CUR-SHIFT '.D' WS-TODAY DELIMITED BY SIZE
018668         INTO WS-RAW-DSN.
018669     OPEN INPUT RAW-FILE.
018670     IF WS-RAW-NOTFND
018671         DISPLAY 'COMP3VED: EXPECTED DROP ' WS-CUR-DROP-ID
018672             ' WAS NOT RECEIVED - NO DATASET ' WS-RAW-DSN
018673         SET WS-UNREAD-MISSING TO TRUE
018674         PERFORM 1550-RECORD-UNREAD-DROP THRU 1550-EXIT
018675         GO TO 1500-EXIT
018676     END-IF.
018677     IF NOT WS-RAW-OK
018678         DISPLAY 'COMP3VED: CANNOT OPEN ' WS-RAW-DSN
018679             ', STATUS = ' WS-RAW-STATUS
018680         GO TO 9999-EXIT
018681     END-IF.
018682     MOVE 'N' TO WS-EOF-SWITCH.
018683     PERFORM 2100-READ-RAW THRU 2100-EXIT.
018684     IF WS-EOF
018685         DISPLAY 'COMP3VED: EXPECTED DROP ' WS-CUR-DROP-ID
018686             ' WAS NOT RECEIVED - ' WS-RAW-DSN ' IS EMPTY'
018687         SET WS-UNREAD-MISSING TO TRUE
018688         PERFORM 1550-RECORD-UNREAD-DROP THRU 1550-EXIT
018689         GO TO 1500-CLOSE
018690     END-IF.
018691     IF NOT HDR-TAG-OK
018692         DISPLAY 'COMP3VED: FIRST RECORD OF ' WS-RAW-DSN
018693             ' IS NOT A HEADER'
018694         SET WS-UNREAD-FAILED TO TRUE
018695         PERFORM 1550-RECORD-UNREAD-DROP THRU 1550-EXIT
018696         GO TO 1500-CLOSE
018697     END-IF.
018698     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
018699         UNTIL WS-EOF.
018700     IF WS-DROP-OPEN
018701         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
018702             ' HAS NO TRAILER RECORD'
018703         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
018704         PERFORM 2900-END-DROP THRU 2900-EXIT
018705     END-IF.
018706 1500-CLOSE.
018707     CLOSE RAW-FILE.
018708 1500-EXIT.
018709     EXIT.
018710
018711******************************************************************
018712*    1550-RECORD-UNREAD-DROP - AN EXPECTED DROP WHOSE DATASET    *
018713*    COULD NOT BE READ STOPS THE NIGHT LIKE A BAD TRAILER, AND   *
018714*    GETS A DROP-TOTALS RECORD AND A STATUS RECORD OF ITS OWN,   *
018715*    MARKED MISSING OR FAILED.                                   *
018716******************************************************************
018717 1550-RECORD-UNREAD-DROP.
018718     SET WS-CONTROL-ERROR TO TRUE.
018719     IF WS-DROP-COUNT NOT < 50
018720         GO TO 1550-EXIT
018721     END-IF.
018722     ADD 1 TO WS-DROP-COUNT.
018723     MOVE WS-DROP-COUNT TO WS-CUR-DROP.
018724     MOVE WS-EXP-DROP-KEY(WS-EXP-CUR)
018725         TO WS-TAB-DROP-KEY(WS-CUR-DROP).
018726     MOVE SPACES TO WS-TAB-DROP-HDR-DATE(WS-CUR-DROP).
018727     MOVE ZERO   TO WS-TAB-DROP-READ(WS-CUR-DROP)
018728                    WS-TAB-DROP-CLEAN(WS-CUR-DROP)
018729                    WS-TAB-DROP-REJECT(WS-CUR-DROP)
018730                    WS-TAB-DROP-TRL-COUNT(WS-CUR-DROP).
018731     MOVE WS-UNREAD-STATUS TO WS-TAB-DROP-STATUS(WS-CUR-DROP).
018732     PERFORM 2950-WRITE-DROP-TOTALS THRU 2950-EXIT.
018733 1550-EXIT.
018734     EXIT.
018735
018736******************************************************************
018737*    1900-CHECK-STEP-CONTROL - ASK THE STEP-CONTROL FILE WHETHER *
018738*    THIS STEP MAY RUN FOR THE BUSINESS DATE.  IT WAITS ON NO    *
018739*    EARLIER STEP TODAY, BUT THE RUNNING ORDER IS KEPT IN        *
018740*    COMP3VSC, NOT HERE.  A BLOCKED RUN IS REFUSED UNLESS THE    *
018741*    NEXT SYSIN LINE READS OVERRIDE FOLLOWED BY AN ACTIVE        *
018742*    SUPERVISOR'S OPERATOR ID AND PASSWORD.                      *
018743******************************************************************
018744 1900-CHECK-STEP-CONTROL.
018745     SET STPP-FUNC-CHECK TO TRUE.
018746     MOVE 'COMP3VED' TO STPP-PROGRAM.
018747     MOVE WS-TODAY TO STPP-BUS-DATE.
018748     MOVE SPACES TO STPP-SUPV-ID.
018749     CALL 'COMP3VSC' USING STEP-PARM.
018750     IF STPP-ERROR
018751         DISPLAY 'COMP3VED: STEP CONTROL FAILED - ' STPP-MESSAGE
018752         GO TO 9999-EXIT
018753     END-IF.
018754     IF STPP-OK
018755         GO TO 1900-EXIT
018756     END-IF.
018757     DISPLAY 'COMP3VED: ' STPP-MESSAGE.
018758     ACCEPT WS-STPC-OVR-LINE.
018759     UNSTRING WS-STPC-OVR-LINE DELIMITED BY ALL SPACE
018760         INTO WS-STPC-OVR-WORD WS-STPC-OVR-ID WS-STPC-OVR-PWD.
018761     IF WS-STPC-OVR-WORD NOT = 'OVERRIDE'
018762         OR WS-STPC-OVR-ID = SPACES
018763         OR WS-STPC-OVR-PWD = SPACES
018764         DISPLAY 'COMP3VED: RUN REFUSED - SUPPLY OVERRIDE AND A '
018765             'SUPERVISOR ID AND PASSWORD ON SYSIN TO RUN PAST '
018766             STPP-BLOCK-PROGRAM
018767         MOVE 8 TO RETURN-CODE
018768         STOP RUN
018769     END-IF.
018770     SET STPP-FUNC-CHECK TO TRUE.
018771     MOVE WS-STPC-OVR-ID TO STPP-SUPV-ID.
018772     MOVE WS-STPC-OVR-PWD TO STPP-SUPV-PASSWORD.
018773     MOVE SPACES TO WS-STPC-OVR-LINE WS-STPC-OVR-PWD.
018774     CALL 'COMP3VSC' USING STEP-PARM.
018775     IF STPP-OVERRIDDEN
018776         DISPLAY 'COMP3VED: RUN PAST ' STPP-BLOCK-PROGRAM
018777             ' OVERRIDDEN BY ' STPP-SUPV-ID
018778         GO TO 1900-EXIT
018779     END-IF.
018780     DISPLAY 'COMP3VED: RUN REFUSED - ' STPP-MESSAGE.
018781     MOVE 8 TO RETURN-CODE.
018782     STOP RUN.
018783 1900-EXIT.
018784     EXIT.
018785
018786******************************************************************
018787*    1950-START-STEP - RECORD ON THE STEP-CONTROL FILE THAT THIS *
018788*    STEP IS UNDER WAY FOR THE BUSINESS DATE, WITH ANY OVERRIDE  *
018789*    THE CHECK ACCEPTED.                                         *
018790******************************************************************
018791 1950-START-STEP.
018792     SET STPP-FUNC-START TO TRUE.
018793     MOVE ZERO TO STPP-RUN-NBR.
018794     CALL 'COMP3VSC' USING STEP-PARM.
018795     IF STPP-ERROR
018796         DISPLAY 'COMP3VED: STEP CONTROL FAILED - ' STPP-MESSAGE
018797         GO TO 9999-EXIT
018798     END-IF.
018799     SET WS-STPC-STARTED TO TRUE.
018800 1950-EXIT.
018801     EXIT.
018802
018803******************************************************************
018810*    2000-EDIT-RECORD - EDIT ONE RAW RECORD.  A HEADER OPENS A   *
018820*    DROP AND ITS TRAILER CLOSES IT; ANYTHING BETWEEN A TRAILER  *
018830*    AND THE NEXT HEADER BELONGS TO NO DROP AND IS REJECTED.     *
019100******************************************************************
019200 2000-EDIT-RECORD.
019210     IF HDR-TAG-OK
019220         PERFORM 2800-START-DROP THRU 2800-EXIT
019230         GO TO 2000-NEXT
019240     END-IF.
019250     IF NOT WS-DROP-OPEN
019400         MOVE '06' TO WS-REASON
019500         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
019600         GO TO 2000-NEXT
019700     END-IF.
019800     IF TRL-TAG-OK
019810         PERFORM 2700-CHECK-TRAILER THRU 2700-EXIT
019820         PERFORM 2900-END-DROP THRU 2900-EXIT
020000         GO TO 2000-NEXT
020100     END-IF.
020200     PERFORM 2200-EDIT-DETAIL THRU 2200-EXIT.
022400******************************************************************
022500 2200-EDIT-DETAIL.
022600     ADD 1 TO WS-READ-COUNT.
022610     ADD 1 TO WS-TAB-DROP-READ(WS-CUR-DROP).
022700     IF DET-ID NOT NUMERIC
022800         MOVE '01' TO WS-REASON
022900         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
024900     ADD DET-C TO WS-HASH-TOTAL.
025000     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
025100     IF WS-DUP-FOUND
025110         IF WS-DUP-DROP = WS-CUR-DROP
025120             MOVE '05' TO WS-REASON
025130         ELSE
025140             MOVE '07' TO WS-REASON
025150         END-IF
025300         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
025400         GO TO 2200-EXIT
025500     END-IF.
025800     EXIT.
025900
026000******************************************************************
026010*    2300-CHECK-DUPLICATE - HAS THIS INSP-ID ALREADY PASSED      *
026020*    THROUGH THIS RUN, IN THIS DROP OR AN EARLIER ONE?  IF NOT,  *
026030*    REMEMBER IT AND THE DROP IT CAME IN ON.                     *
026300******************************************************************
026400 2300-CHECK-DUPLICATE.
026500     MOVE 'N' TO WS-DUP-SWITCH.
027100         IF WS-SEEN-COUNT < 2000
027200             ADD 1 TO WS-SEEN-COUNT
027300             MOVE DET-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
027310             MOVE WS-CUR-DROP TO WS-SEEN-DROP(WS-SEEN-COUNT)
027400         ELSE
027450             IF NOT WS-DUP-OVERFLOWED
027500                 DISPLAY 'COMP3VED: MORE THAN 2000 IDS THIS '
028200 2310-MATCH-ID.
028300     IF WS-SEEN-ID(WS-SEEN-IDX) = DET-ID
028400         SET WS-DUP-FOUND TO TRUE
028410         MOVE WS-SEEN-DROP(WS-SEEN-IDX) TO WS-DUP-DROP
028500     END-IF.
028600 2310-EXIT.
028700     EXIT.
028800
028900******************************************************************
028910*    2500-WRITE-REJECT - ONE REJECT RECORD: REASON CODE PLUS     *
028920*    THE UNTOUCHED ORIGINAL RECORD, STAMPED WITH THE BUSINESS    *
028930*    DATE AND THE STATION AND SHIFT OF THE DROP IT CAME IN ON.   *
029200******************************************************************
029300 2500-WRITE-REJECT.
029400     ADD 1 TO WS-REJECT-COUNT.
029500     MOVE SPACES      TO REJECT-RECORD.
029600     MOVE WS-REASON   TO REJ-REASON.
029700     MOVE WS-RAW-AREA TO REJ-DATA.
029710     MOVE WS-TODAY       TO REJ-BUS-DATE.
029720     MOVE WS-CUR-STATION TO REJ-STATION.
029730     MOVE WS-CUR-SHIFT   TO REJ-SHIFT.
029740     IF WS-DROP-OPEN
029750         ADD 1 TO WS-TAB-DROP-REJECT(WS-CUR-DROP)
029760     END-IF.
029800     WRITE REJECT-RECORD.
029900 2500-EXIT.
030000     EXIT.
030500******************************************************************
030600 2600-WRITE-CLEAN.
030700     ADD 1 TO WS-CLEAN-COUNT.
030710     ADD 1 TO WS-TAB-DROP-CLEAN(WS-CUR-DROP).
030800     MOVE SPACES TO INSPECT-RECORD.
030900     MOVE WS-RAW-AREA TO INSPECT-RECORD.
031000     WRITE INSPECT-RECORD.
031200     EXIT.
031300
031400******************************************************************
031410*    2700-CHECK-TRAILER - COMPARE THE TRAILER'S RECORD COUNT     *
031420*    AND HASH TOTAL AGAINST WHAT WAS ACTUALLY READ IN THIS DROP. *
031430*    A SHORT DROP FAILS HERE.                                    *
031700******************************************************************
031800 2700-CHECK-TRAILER.
031810     IF TRL-RECORD-COUNT NOT NUMERIC
031820         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
031830             ' TRAILER RECORD COUNT IS NOT NUMERIC'
031840         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
031850         GO TO 2700-EXIT
031860     END-IF.
031870     MOVE TRL-RECORD-COUNT TO WS-TAB-DROP-TRL-COUNT(WS-CUR-DROP).
031880     IF TRL-HASH-TOTAL NOT NUMERIC
031890         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
031900             ' TRAILER HASH TOTAL IS NOT NUMERIC'
031910         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
031920         GO TO 2700-EXIT
031930     END-IF.
031940     IF TRL-RECORD-COUNT NOT = WS-TAB-DROP-READ(WS-CUR-DROP)
031950         MOVE WS-TAB-DROP-READ(WS-CUR-DROP) TO WS-READ-COUNT-DISP
031960         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
031970             ' TRAILER COUNT ' TRL-RECORD-COUNT
031980             ' BUT ' WS-READ-COUNT-DISP ' DETAIL RECORDS READ'
031990         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
032000     END-IF.
032010     IF TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
032020         MOVE TRL-HASH-TOTAL TO WS-TRL-HASH-DISP
032030         MOVE WS-HASH-TOTAL  TO WS-HASH-TOTAL-DISP
032040         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
032050             ' TRAILER HASH ' WS-TRL-HASH-DISP
032060             ' BUT COMPUTED HASH ' WS-HASH-TOTAL-DISP
032070         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
032080     END-IF.
034300 2700-EXIT.
034400     EXIT.
034401
034402******************************************************************
034403*    2800-START-DROP - A HEADER OPENS THE NEXT DROP.  A DROP     *
034404*    STILL OPEN HAD NO TRAILER AND IS CLOSED OUT AS FAILED.  THE *
034405*    NEW DROP MUST CARRY TODAY'S RUN DATE, MUST NOT HAVE COME    *
034406*    ALREADY THIS RUN, AND (WHEN THE DROPS ARE READ FROM THEIR   *
034407*    OWN DATASETS) MUST BE THE STATION AND SHIFT ITS DATASET IS  *
034408*    NAMED FOR.  ANY OF THESE FAILING IS A CONTROL FAILURE; THE  *
034409*    DROP'S DETAIL IS STILL EDITED SO ITS TOTALS CAN BE          *
034410*    REPORTED.                                                   *
034411******************************************************************
034412 2800-START-DROP.
034413     IF WS-DROP-OPEN
034414         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
034415             ' HAS NO TRAILER RECORD'
034416         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
034417         PERFORM 2900-END-DROP THRU 2900-EXIT
034418     END-IF.
034419     IF WS-DROP-COUNT NOT < 50
034420         DISPLAY 'COMP3VED: MORE THAN 50 DROPS ON THE RAW FILE'
034421         SET WS-CONTROL-ERROR TO TRUE
034422         SET WS-EOF TO TRUE
034423         GO TO 2800-EXIT
034424     END-IF.
034425     ADD 1 TO WS-DROP-COUNT.
034426     MOVE WS-DROP-COUNT TO WS-CUR-DROP.
034427     MOVE HDR-STATION TO WS-CUR-STATION
034428                         WS-TAB-DROP-STATION(WS-CUR-DROP).
034429     MOVE HDR-SHIFT   TO WS-CUR-SHIFT
034430                         WS-TAB-DROP-SHIFT(WS-CUR-DROP).
034431     MOVE HDR-RUN-DATE-X TO WS-TAB-DROP-HDR-DATE(WS-CUR-DROP).
034432     MOVE ZERO   TO WS-TAB-DROP-READ(WS-CUR-DROP)
034433                    WS-TAB-DROP-CLEAN(WS-CUR-DROP)
034434                    WS-TAB-DROP-REJECT(WS-CUR-DROP)
034435                    WS-TAB-DROP-TRL-COUNT(WS-CUR-DROP).
034436     SET WS-TAB-DROP-BALANCED(WS-CUR-DROP) TO TRUE.
034437     MOVE ZERO TO WS-HASH-TOTAL.
034438     SET WS-DROP-OPEN TO TRUE.
034439     IF HDR-RUN-DATE NOT NUMERIC
034440         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
034441             ' HEADER RUN DATE IS NOT NUMERIC'
034442         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
034443     ELSE
034444         IF HDR-RUN-DATE NOT = WS-TODAY
034445             DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
034446                 ' HEADER RUN DATE ' HDR-RUN-DATE
034447                 ' IS NOT TODAY ' WS-TODAY
034448             PERFORM 2850-FAIL-DROP THRU 2850-EXIT
034449         END-IF
034450     END-IF.
034451     MOVE 'N' TO WS-MATCH-SWITCH.
034452     PERFORM 2810-MATCH-EARLIER-DROP THRU 2810-EXIT
034453         VARYING WS-DROP-IDX FROM 1 BY 1
034454         UNTIL WS-DROP-IDX NOT < WS-CUR-DROP
034455             OR WS-MATCH-FOUND.
034456     IF WS-MATCH-FOUND
034457         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
034458             ' RECEIVED MORE THAN ONCE'
034459         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
034460     END-IF.
034461     IF NOT WS-EXPECTED-LOADED
034462         GO TO 2800-EXIT
034463     END-IF.
034464     IF WS-TAB-DROP-KEY(WS-CUR-DROP)
034465             NOT = WS-EXP-DROP-KEY(WS-EXP-CUR)
034466         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
034467             ' HEADER DOES NOT MATCH DATASET ' WS-RAW-DSN
034468         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
034469     END-IF.
034473 2800-EXIT.
034474     EXIT.
034475
034476 2810-MATCH-EARLIER-DROP.
034477     IF WS-TAB-DROP-KEY(WS-DROP-IDX)
034478             = WS-TAB-DROP-KEY(WS-CUR-DROP)
034479         SET WS-MATCH-FOUND TO TRUE
034480     END-IF.
034481 2810-EXIT.
034482     EXIT.
034483
034493******************************************************************
034494*    2850-FAIL-DROP - THE CURRENT DROP FAILED A CONTROL CHECK.   *
034495******************************************************************
034496 2850-FAIL-DROP.
034497     SET WS-CONTROL-ERROR TO TRUE.
034498     SET WS-TAB-DROP-FAILED(WS-CUR-DROP) TO TRUE.
034499 2850-EXIT.
034500     EXIT.
034501
034502******************************************************************
034503*    2900-END-DROP - CLOSE OUT THE CURRENT DROP: PRINT ITS OWN   *
034504*    TOTALS AND RECORD THEM ON THE REJECT FILE.                  *
034505******************************************************************
034506 2900-END-DROP.
034507     MOVE 'N' TO WS-DROP-OPEN-SWITCH.
034508     MOVE WS-TAB-DROP-READ(WS-CUR-DROP)   TO WS-READ-COUNT-DISP.
034509     MOVE WS-TAB-DROP-CLEAN(WS-CUR-DROP)  TO WS-CLEAN-COUNT-DISP.
034510     MOVE WS-TAB-DROP-REJECT(WS-CUR-DROP) TO WS-REJECT-COUNT-DISP.
034511     DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
034512         ' READ=' WS-READ-COUNT-DISP
034513         ' CLEAN=' WS-CLEAN-COUNT-DISP
034514         ' REJECTED=' WS-REJECT-COUNT-DISP
034515         ' STATUS=' WS-TAB-DROP-STATUS(WS-CUR-DROP).
034516     PERFORM 2950-WRITE-DROP-TOTALS THRU 2950-EXIT.
034517 2900-EXIT.
034518     EXIT.
034519
034520******************************************************************
034521*    2950-WRITE-DROP-TOTALS - ONE DROP-TOTALS RECORD ON THE      *
034522*    REJECT FILE FOR THE CURRENT DROP.  IT IS NOT A REJECT AND   *
034523*    IS NOT COUNTED AS ONE.                                      *
034524******************************************************************
034525 2950-WRITE-DROP-TOTALS.
034526     MOVE SPACES TO REJECT-RECORD.
034527     SET REJ-DROP-TOTALS TO TRUE.
034528     MOVE WS-TAB-DROP-HDR-DATE(WS-CUR-DROP)  TO REJT-HDR-DATE.
034529     MOVE WS-TAB-DROP-READ(WS-CUR-DROP)      TO REJT-READ-COUNT.
034530     MOVE WS-TAB-DROP-CLEAN(WS-CUR-DROP)     TO REJT-CLEAN-COUNT.
034531     MOVE WS-TAB-DROP-REJECT(WS-CUR-DROP)    TO REJT-REJECT-COUNT.
034532     MOVE WS-TAB-DROP-TRL-COUNT(WS-CUR-DROP) TO REJT-TRL-COUNT.
034533     MOVE WS-TAB-DROP-STATUS(WS-CUR-DROP)    TO REJT-STATUS.
034534     MOVE WS-TODAY TO REJ-BUS-DATE.
034535     MOVE WS-TAB-DROP-STATION(WS-CUR-DROP)   TO REJ-STATION.
034536     MOVE WS-TAB-DROP-SHIFT(WS-CUR-DROP)     TO REJ-SHIFT.
034537     WRITE REJECT-RECORD.
034538 2950-EXIT.
034539     EXIT.
034540
034600******************************************************************
034700*    3000-TERMINATE - CLOSE FILES, PRINT THE EDIT TOTALS AND     *
034800*    SET THE RETURN CODE THE SCHEDULER GATES ON:                 *
034900*      0 - CLEAN RUN, EVERY RECORD PASSED                        *
035000*      8 - REJECTS WRITTEN BUT CONTROLS BALANCE                  *
035010*     12 - CONTROL FAILURE (HEADER/TRAILER/TOTALS OF ANY DROP,   *
035020*          OR A DROP MISSING, REPEATED OR MISNAMED), DO NOT      *
035030*          RUN COMP3VB AGAINST THIS FILE                         *
035300******************************************************************
035400 3000-TERMINATE.
035410     IF WS-DROP-OPEN
035420         DISPLAY 'COMP3VED: DROP ' WS-CUR-DROP-ID
035430             ' HAS NO TRAILER RECORD'
035440         PERFORM 2850-FAIL-DROP THRU 2850-EXIT
035450         PERFORM 2900-END-DROP THRU 2900-EXIT
035460     END-IF.
035470     IF NOT WS-EXPECTED-LOADED
035480         CLOSE RAW-FILE
035490     END-IF.
035500     CLOSE CLEAN-FILE
035510           REJECT-FILE.
036200     MOVE WS-READ-COUNT   TO WS-READ-COUNT-DISP.
036300     MOVE WS-CLEAN-COUNT  TO WS-CLEAN-COUNT-DISP.
036400     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-DISP.
037620     PERFORM 3500-WRITE-STATUS THRU 3500-EXIT.
037700 3000-EXIT.
037800     EXIT.
037801
037844******************************************************************
037845*    3500-WRITE-STATUS - APPEND THIS STEP'S TOTALS AND RETURN    *
037846*    CODE TO THE SHARED NIGHT-RUN STATUS FILE FOR THE MORNING    *
037847*    STATUS PAGE.  THE RUN NUMBER IS NOT DRAWN UNTIL COMP3VB,    *
037848*    SO IT IS ZERO HERE; THE BUSINESS DATE JOINS THE RECORDS.    *
037849******************************************************************
037850 3500-WRITE-STATUS.
037851     OPEN EXTEND STATUS-FILE.
037852     IF WS-STAT-STATUS = '05' OR WS-STAT-STATUS = '35'
037853         OPEN OUTPUT STATUS-FILE
037854     END-IF.
037855     IF NOT WS-STAT-OK
037856         DISPLAY 'COMP3VED: CANNOT OPEN STATUS FILE, '
037857             'STATUS = ' WS-STAT-STATUS
037858         GO TO 3500-EXIT
037859     END-IF.
037860     PERFORM 3600-WRITE-DROP-STATUS THRU 3600-EXIT
037861         VARYING WS-DROP-IDX FROM 1 BY 1
037862         UNTIL WS-DROP-IDX > WS-DROP-COUNT.
037863     MOVE SPACES TO STATUS-RECORD.
037864     MOVE 'COMP3VED' TO STAT-PROGRAM.
037865     MOVE WS-TODAY TO STAT-BUS-DATE.
037866     MOVE ZERO TO STAT-RUN-NBR.
037867     MOVE WS-READ-COUNT TO STAT-READ-COUNT.
037868     MOVE WS-CLEAN-COUNT TO STAT-CLEAN-COUNT.
037869     MOVE WS-REJECT-COUNT TO STAT-REJECT-COUNT.
037870     MOVE ZERO TO STAT-HELD-COUNT.
037871     MOVE SPACE TO STAT-BALANCE-FLAG.
037872     MOVE WS-STEP-RC TO STAT-RETURN-CODE.
037873     MOVE ZERO TO STAT-TOTAL-A-GREATER.
037874     MOVE ZERO TO STAT-TOTAL-B-GREATER.
037875     MOVE ZERO TO STAT-TOTAL-C-GREATER.
037876     MOVE ZERO TO STAT-TOTAL-TWO-WAY-TIE.
037877     MOVE ZERO TO STAT-TOTAL-ALL-EQUAL.
037878     WRITE STATUS-RECORD.
037879     CLOSE STATUS-FILE.
037880 3500-EXIT.
037881     EXIT.
037882
037884******************************************************************
037886*    3600-WRITE-DROP-STATUS - ONE STATUS RECORD PER DROP, SO THE *
037888*    MORNING STATUS PAGE CAN SHOW EACH STATION AND SHIFT'S OWN   *
037890*    TOTALS.  THE DROP SEQUENCE MARKS IT AS A DROP RECORD; THE   *
037892*    STEP RECORD THAT FOLLOWS LEAVES IT AT SPACE.                *
037894******************************************************************
037896 3600-WRITE-DROP-STATUS.
037898     MOVE SPACES TO STATUS-RECORD.
037900     MOVE 'COMP3VED' TO STAT-PROGRAM.
037902     MOVE WS-TODAY TO STAT-BUS-DATE.
037904     MOVE ZERO TO STAT-RUN-NBR.
037906     MOVE WS-TAB-DROP-READ(WS-DROP-IDX)   TO STAT-READ-COUNT.
037908     MOVE WS-TAB-DROP-CLEAN(WS-DROP-IDX)  TO STAT-CLEAN-COUNT.
037910     MOVE WS-TAB-DROP-REJECT(WS-DROP-IDX) TO STAT-REJECT-COUNT.
037912     MOVE ZERO TO STAT-HELD-COUNT.
037914     IF WS-TAB-DROP-BALANCED(WS-DROP-IDX)
037916         SET STAT-IN-BALANCE TO TRUE
037918         IF WS-TAB-DROP-REJECT(WS-DROP-IDX) > ZERO
037920             MOVE 8 TO STAT-RETURN-CODE
037922         ELSE
037924             MOVE ZERO TO STAT-RETURN-CODE
037926         END-IF
037928     ELSE
037930         IF WS-TAB-DROP-MISSING(WS-DROP-IDX)
037932             SET STAT-DROP-MISSING TO TRUE
037934         ELSE
037936             SET STAT-OUT-OF-BALANCE TO TRUE
037938         END-IF
037940         MOVE 12 TO STAT-RETURN-CODE
037942     END-IF.
037944     MOVE ZERO TO STAT-TOTAL-A-GREATER.
037946     MOVE ZERO TO STAT-TOTAL-B-GREATER.
037948     MOVE ZERO TO STAT-TOTAL-C-GREATER.
037950     MOVE ZERO TO STAT-TOTAL-TWO-WAY-TIE.
037952     MOVE ZERO TO STAT-TOTAL-ALL-EQUAL.
037954     MOVE WS-DROP-IDX TO STAT-DROP-SEQ.
037956     MOVE WS-TAB-DROP-STATION(WS-DROP-IDX) TO STAT-DROP-STATION.
037958     MOVE WS-TAB-DROP-SHIFT(WS-DROP-IDX)   TO STAT-DROP-SHIFT.
037959     MOVE WS-TAB-DROP-TRL-COUNT(WS-DROP-IDX)
037960         TO STAT-DROP-TRL-COUNT.
037961     WRITE STATUS-RECORD.
037962 3600-EXIT.
037964     EXIT.
037966
037967******************************************************************
037968*    9000-FINISH-STEP - RECORD THE STEP'S FINISH AND CONDITION   *
037969*    CODE.  THE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.      *
037970******************************************************************
037971 9000-FINISH-STEP.
037972     IF NOT WS-STPC-STARTED
037973         GO TO 9000-EXIT
037974     END-IF.
037975     MOVE 'N' TO WS-STPC-STARTED-SWITCH.
037976     MOVE RETURN-CODE TO WS-STPC-RC.
037977     SET STPP-FUNC-FINISH TO TRUE.
037978     MOVE WS-STPC-RC TO STPP-COND-CODE.
037979     CALL 'COMP3VSC' USING STEP-PARM.
037980     IF STPP-ERROR
037981         DISPLAY 'COMP3VED: STEP CONTROL NOT UPDATED - '
037982             STPP-MESSAGE
037983     END-IF.
037984     MOVE WS-STPC-RC TO RETURN-CODE.
037985 9000-EXIT.
037986     EXIT.
037987
038000******************************************************************
038100*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
038200******************************************************************
038300 9999-EXIT.
038400     MOVE 16 TO RETURN-CODE.
038410     PERFORM 9000-FINISH-STEP    THRU 9000-EXIT.
038500     STOP RUN.
