000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COMP3VSO.
000300 AUTHOR.         TARUNKISHORE.
000400 INSTALLATION.   LINE-INSPECTION.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  15-OCT-26  TK    INITIAL VERSION.  SHARED OPERATOR SIGN-ON,   *
001200*                   CALLED BY EVERY PROGRAM THAT SIGNS AN        *
001300*                   OPERATOR ON (SEE SIGNPARM FOR THE            *
001400*                   FUNCTIONS).  AN ID ALONE NO LONGER SIGNS ON: *
001500*                   THE PASSWORD IS CHECKED AGAINST THE ONE-WAY  *
001600*                   HASH ON THE OPERATOR MASTER, EXPIRES AFTER   *
001700*                   THE NUMBER OF DAYS ON THE SECURITY PARM FILE *
001800*                   (DEFAULT 90), AND A TEMPORARY PASSWORD MUST  *
001900*                   BE CHANGED AT FIRST USE.  THE PARM'S RUN OF  *
002000*                   FAILED ATTEMPTS (DEFAULT 3) LOCKS THE ID     *
002100*                   UNTIL A SUPERVISOR RESETS IT IN COMP3VOM.    *
002200*                   EVERY FAILED OR LOCKED-OUT ATTEMPT GOES TO   *
002300*                   THE SECURITY VIOLATION LOG.                  *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-OPER-STATUS.
003400
003500     SELECT VIOLATION-FILE ASSIGN TO SECVIOL
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-SECV-STATUS.
003800
003900     SELECT SEC-PARM-FILE ASSIGN TO SECPARM
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SECPARM-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OPERATOR-FILE
004600     RECORDING MODE IS F.
004700     COPY OPERREC.
004800
004900 FD  VIOLATION-FILE
005000     RECORDING MODE IS F.
005100     COPY SECVREC.
005200
005300 FD  SEC-PARM-FILE
005400     RECORDING MODE IS F.
005500 01  SEC-PARM-RECORD.
005600     05  PARM-EXPIRY-DAYS            PIC 9(03).
005700     05  PARM-MAX-ATTEMPTS           PIC 9(02).
005800     05  FILLER                      PIC X(15).
005900
006000 WORKING-STORAGE SECTION.
006100 77  WS-OPER-STATUS                  PIC X(02).
006200     88  WS-OPER-OK                  VALUE '00'.
006300     88  WS-OPER-NOTFND              VALUE '35'.
006400 77  WS-OPER-EOF-SWITCH              PIC X(01) VALUE 'N'.
006500     88  WS-OPER-EOF                 VALUE 'Y'.
006600 77  WS-SECV-STATUS                  PIC X(02).
006700     88  WS-SECV-OK                  VALUE '00'.
006800 77  WS-SECPARM-STATUS               PIC X(02).
006900     88  WS-SECPARM-OK               VALUE '00'.
007000     88  WS-SECPARM-NOTFND           VALUE '35'.
007100 77  WS-PARM-SWITCH                  PIC X(01) VALUE 'N'.
007200     88  WS-PARM-LOADED              VALUE 'Y'.
007300 77  WS-CHANGED-SWITCH               PIC X(01) VALUE 'N'.
007400     88  WS-MASTER-CHANGED           VALUE 'Y'.
007500 77  WS-RULE-SWITCH                  PIC X(01) VALUE 'N'.
007600     88  WS-RULE-OK                  VALUE 'Y'.
007700
007800 77  WS-EXPIRY-DAYS                  PIC 9(03) VALUE 90.
007900 77  WS-MAX-ATTEMPTS                 PIC 9(02) VALUE 3.
008000 77  WS-WARN-DAYS                    PIC 9(03) VALUE 7.
008100 77  WS-NOW-DATE                     PIC 9(08) VALUE ZERO.
008200 77  WS-NOW-TIME                     PIC 9(08) VALUE ZERO.
008300 77  WS-AGE-DAYS                     PIC 9(03) VALUE ZERO.
008400 77  WS-LOG-EVENT                    PIC X(02) VALUE SPACES.
008500 77  WS-DAYS-DISP                    PIC ZZ9.
008600
008700*    THE OPERATOR MASTER, WHOLE RECORDS IN FILE ORDER, SO THE
008800*    FILE IS WRITTEN BACK EXACTLY AS READ APART FROM THE ONE
008900*    OPERATOR SIGNING ON.  SAME 200-ENTRY LIMIT AS COMP3VOM.
009000 77  WS-OPER-COUNT                   PIC 9(03) COMP VALUE ZERO.
009100 77  WS-OPER-IDX                     PIC 9(03) COMP VALUE ZERO.
009200 77  WS-FOUND-IDX                    PIC 9(03) COMP VALUE ZERO.
009300 01  WS-OPER-TABLE.
009400     05  WS-OPER-ENTRY OCCURS 200 TIMES.
009500         10  WS-TAB-OPER-ID          PIC X(08).
009600         10  FILLER                  PIC X(92).
009700
009800*    PASSWORD RULES AND HASHING.  THE PASSWORD IS FOLDED TO UPPER
009900*    CASE, SALTED WITH THE OPERATOR ID, AND EACH CHARACTER'S
010000*    POSITION IN WS-HASH-ALPHABET IS MIXED IN OVER TWO ROUNDS,
010100*    MODULO A TEN-DIGIT PRIME.  ONLY THE RESULT IS EVER STORED.
010200 77  WS-RULE-PWD                     PIC X(08) VALUE SPACES.
010300 77  WS-PWD-LEN                      PIC 9(02) COMP VALUE ZERO.
010400 77  WS-PWD-IDX                      PIC 9(02) COMP VALUE ZERO.
010500 77  WS-PWD-DIGITS                   PIC 9(02) COMP VALUE ZERO.
010600 77  WS-PWD-LETTERS                  PIC 9(02) COMP VALUE ZERO.
010700 77  WS-HASH-ID                      PIC X(08) VALUE SPACES.
010800 77  WS-HASH-PWD                     PIC X(08) VALUE SPACES.
010900 77  WS-HASH-OUT                     PIC X(10) VALUE SPACES.
011000 77  WS-HASH-EXPECT                  PIC X(10) VALUE SPACES.
011100 77  WS-HASH-GIVEN                   PIC X(10) VALUE SPACES.
011200 77  WS-HASH-POS                     PIC 9(02) COMP VALUE ZERO.
011300 77  WS-HASH-ROUND                   PIC 9(01) COMP VALUE ZERO.
011400 77  WS-CHAR-IDX                     PIC 9(02) COMP VALUE ZERO.
011500 77  WS-CHAR-CODE                    PIC 9(02) COMP VALUE ZERO.
011600 77  WS-HASH-CHAR                    PIC X(01) VALUE SPACE.
011700 77  WS-HASH-VALUE                   PIC 9(10) VALUE ZERO.
011800 77  WS-HASH-WORK                    PIC 9(15) COMP-3 VALUE ZERO.
011900 77  WS-HASH-QUOT                    PIC 9(15) COMP-3 VALUE ZERO.
012000 01  WS-HASH-TEXT.
012100     05  WS-HASH-TEXT-PWD            PIC X(08).
012200     05  WS-HASH-TEXT-ID             PIC X(08).
012300 01  WS-HASH-ALPHABET.
012400     05  FILLER                      PIC X(32)
012500                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ012345'.
012600     05  FILLER                      PIC X(32)
012700                 VALUE '6789 @#$%&*()-_=+[]{};:,.<>/?!|~'.
012800 01  WS-HASH-ALPHA-TABLE REDEFINES WS-HASH-ALPHABET.
012900     05  WS-HASH-ALPHA-CHAR          PIC X(01) OCCURS 64 TIMES.
013000 77  WS-LOWER-CASE                   PIC X(26) VALUE
013100     'abcdefghijklmnopqrstuvwxyz'.
013200 77  WS-UPPER-CASE                   PIC X(26) VALUE
013300     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
013400
013500     COPY CALPARM.
013600
013700 LINKAGE SECTION.
013800     COPY SIGNPARM.
013900
014000 PROCEDURE DIVISION USING SIGN-PARM.
014100 0000-MAINLINE.
014200     SET SGNP-OK TO TRUE.
014300     MOVE SPACES TO SGNP-MESSAGE SGNP-OPER-NAME SGNP-AUTH-LEVEL
014400         SGNP-HASH.
014500     MOVE ZERO TO SGNP-DAYS-LEFT.
014600     MOVE 'N' TO WS-CHANGED-SWITCH.
014700     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
014800     ACCEPT WS-NOW-TIME FROM TIME.
014900     IF NOT WS-PARM-LOADED
015000         PERFORM 1000-LOAD-PARMS THRU 1000-EXIT
015100         IF SGNP-ERROR
015200             GO TO 0000-BACK
015300         END-IF
015400     END-IF.
015500     IF SGNP-FUNC-HASH
015600         PERFORM 4000-HASH-FOR-ISSUE THRU 4000-EXIT
015700         GO TO 0000-BACK
015800     END-IF.
015900     IF NOT SGNP-FUNC-SIGNON AND NOT SGNP-FUNC-CHANGE
016000         AND NOT SGNP-FUNC-VIOLATION
016100         MOVE 'UNKNOWN SIGN-ON FUNCTION' TO SGNP-MESSAGE
016200         SET SGNP-ERROR TO TRUE
016300         GO TO 0000-BACK
016400     END-IF.
016500     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
016600     IF SGNP-FUNC-VIOLATION
016700         PERFORM 5000-CALLER-VIOLATION THRU 5000-EXIT
016800         GO TO 0000-BACK
016900     END-IF.
017000     IF NOT SGNP-OK
017100         GO TO 0000-BACK
017200     END-IF.
017300     PERFORM 2000-CHECK-SIGNON THRU 2000-EXIT.
017400     IF SGNP-FUNC-CHANGE
017500         IF SGNP-OK OR SGNP-CHANGE-NEEDED
017600             PERFORM 3000-CHANGE-PASSWORD THRU 3000-EXIT
017700         END-IF
017800     END-IF.
017900     IF WS-MASTER-CHANGED
018000         PERFORM 6000-REWRITE-OPERATORS THRU 6000-EXIT
018100     END-IF.
018200 0000-BACK.
018300     GOBACK.
018400
018500******************************************************************
018600*    1000-LOAD-PARMS - PASSWORD LIFE IN DAYS AND THE FAILED      *
018700*    ATTEMPTS THAT LOCK AN ID, FROM THE SECURITY PARM FILE, ONCE *
018800*    PER RUN.  NO FILE, OR A FIELD LEFT BLANK OR ZERO, KEEPS THE *
018900*    DEFAULT (90 DAYS, 3 ATTEMPTS).                              *
019000******************************************************************
019100 1000-LOAD-PARMS.
019200     OPEN INPUT SEC-PARM-FILE.
019300     IF WS-SECPARM-OK
019400         READ SEC-PARM-FILE
019500             AT END
019600                 MOVE SPACES TO SEC-PARM-RECORD
019700         END-READ
019800         IF PARM-EXPIRY-DAYS IS NUMERIC
019900             AND PARM-EXPIRY-DAYS > ZERO
020000             MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
020100         END-IF
020200         IF PARM-MAX-ATTEMPTS IS NUMERIC
020300             AND PARM-MAX-ATTEMPTS > ZERO
020400             MOVE PARM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
020500         END-IF
020600         CLOSE SEC-PARM-FILE
020700     ELSE
020800         IF NOT WS-SECPARM-NOTFND
020900             DISPLAY 'COMP3VSO: CANNOT OPEN SECURITY PARM FILE, '
021000                 'STATUS = ' WS-SECPARM-STATUS
021100             MOVE 'SECURITY PARM FILE CANNOT BE READ'
021200                 TO SGNP-MESSAGE
021300             SET SGNP-ERROR TO TRUE
021400             GO TO 1000-EXIT
021500         END-IF
021600     END-IF.
021700     SET WS-PARM-LOADED TO TRUE.
021800 1000-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200*    1100-LOAD-OPERATORS - TABLE THE OPERATOR MASTER.  IT IS     *
022300*    READ AFRESH ON EVERY CALL, SO A LOCKOUT OR RESET MADE BY    *
022400*    ANOTHER SESSION IS SEEN AT ONCE.                            *
022500******************************************************************
022600 1100-LOAD-OPERATORS.
022700     MOVE ZERO TO WS-OPER-COUNT.
022800     MOVE 'N' TO WS-OPER-EOF-SWITCH.
022900     OPEN INPUT OPERATOR-FILE.
023000     IF WS-OPER-NOTFND
023100         MOVE 'THERE IS NO OPERATOR MASTER' TO SGNP-MESSAGE
023200         SET SGNP-NO-MASTER TO TRUE
023300         GO TO 1100-EXIT
023400     END-IF.
023500     IF NOT WS-OPER-OK
023600         DISPLAY 'COMP3VSO: CANNOT OPEN OPERATOR MASTER, '
023700             'STATUS = ' WS-OPER-STATUS
023800         MOVE 'OPERATOR MASTER CANNOT BE READ' TO SGNP-MESSAGE
023900         SET SGNP-ERROR TO TRUE
024000         GO TO 1100-EXIT
024100     END-IF.
024200     PERFORM 1110-READ-OPERATOR THRU 1110-EXIT.
024300     PERFORM 1120-STORE-OPERATOR THRU 1120-EXIT
024400         UNTIL WS-OPER-EOF.
024500     CLOSE OPERATOR-FILE.
024600 1100-EXIT.
024700     EXIT.
024800
024900 1110-READ-OPERATOR.
025000     READ OPERATOR-FILE
025100         AT END
025200             SET WS-OPER-EOF TO TRUE
025300     END-READ.
025400 1110-EXIT.
025500     EXIT.
025600
025700 1120-STORE-OPERATOR.
025800     IF WS-OPER-COUNT >= 200
025900         DISPLAY 'COMP3VSO: OPERATOR MASTER EXCEEDS 200 ENTRIES'
026000         MOVE 'OPERATOR MASTER IS OVER ITS 200-ENTRY LIMIT'
026100             TO SGNP-MESSAGE
026200         SET SGNP-ERROR TO TRUE
026300         SET WS-OPER-EOF TO TRUE
026400         GO TO 1120-EXIT
026500     END-IF.
026600     ADD 1 TO WS-OPER-COUNT.
026700     MOVE OPERATOR-RECORD TO WS-OPER-ENTRY(WS-OPER-COUNT).
026800     PERFORM 1110-READ-OPERATOR THRU 1110-EXIT.
026900 1120-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    1200-FIND-OPERATOR - SGNP-OPER-ID'S SLOT IN WS-FOUND-IDX,   *
027400*    WITH ITS RECORD IN OPERATOR-RECORD (SPACES AND ZERO WHEN    *
027500*    THE ID IS NOT ON THE MASTER).                               *
027600******************************************************************
027700 1200-FIND-OPERATOR.
027800     MOVE ZERO TO WS-FOUND-IDX.
027900     PERFORM 1210-MATCH-OPERATOR THRU 1210-EXIT
028000         VARYING WS-OPER-IDX FROM 1 BY 1
028100         UNTIL WS-OPER-IDX > WS-OPER-COUNT
028200             OR WS-FOUND-IDX > ZERO.
028300     IF WS-FOUND-IDX > ZERO
028400         MOVE WS-OPER-ENTRY(WS-FOUND-IDX) TO OPERATOR-RECORD
028500     ELSE
028600         MOVE SPACES TO OPERATOR-RECORD
028700     END-IF.
028800     IF OPER-FAIL-COUNT NOT NUMERIC
028900         MOVE ZERO TO OPER-FAIL-COUNT
029000     END-IF.
029100 1200-EXIT.
029200     EXIT.
029300
029400 1210-MATCH-OPERATOR.
029500     IF WS-TAB-OPER-ID(WS-OPER-IDX) = SGNP-OPER-ID
029600         MOVE WS-OPER-IDX TO WS-FOUND-IDX
029700     END-IF.
029800 1210-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*    2000-CHECK-SIGNON - THE ID MUST BE ON THE MASTER, ACTIVE    *
030300*    AND NOT LOCKED, AND THE PASSWORD MUST HASH TO THE ONE ON    *
030400*    FILE (A RECORD WITH NO PASSWORD YET TAKES THE OPERATOR ID). *
030500*    A WRONG ID AND A WRONG PASSWORD GET THE SAME ANSWER, SO THE *
030600*    SCREEN DOES NOT TELL A STRANGER WHICH IDS EXIST.  A WRONG   *
030700*    PASSWORD ADDS TO THE ID'S RUN OF FAILURES AND THE LAST ONE  *
030800*    ALLOWED LOCKS IT; A GOOD ONE CLEARS THE RUN.                *
030900******************************************************************
031000 2000-CHECK-SIGNON.
031100     PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT.
031200     IF WS-FOUND-IDX = ZERO
031300         MOVE 'UI' TO WS-LOG-EVENT
031400         GO TO 2000-REFUSED
031500     END-IF.
031600     IF NOT OPER-ACTIVE
031700         MOVE 'IA' TO WS-LOG-EVENT
031800         GO TO 2000-REFUSED
031900     END-IF.
032000     IF OPER-LOCKED
032100         MOVE 'LA' TO WS-LOG-EVENT
032200         PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
032300         STRING 'OPERATOR ' SGNP-OPER-ID ' IS LOCKED OUT - A '
032400             'SUPERVISOR MUST RESET IT IN COMP3VOM'
032500             DELIMITED BY SIZE INTO SGNP-MESSAGE
032600         SET SGNP-LOCKED TO TRUE
032700         GO TO 2000-EXIT
032800     END-IF.
032900     PERFORM 2100-EXPECTED-HASH THRU 2100-EXIT.
033000     MOVE SGNP-OPER-ID TO WS-HASH-ID.
033100     MOVE SGNP-PASSWORD TO WS-HASH-PWD.
033200     PERFORM 8000-HASH-PASSWORD THRU 8000-EXIT.
033300     MOVE WS-HASH-OUT TO WS-HASH-GIVEN.
033400     IF WS-HASH-GIVEN NOT = WS-HASH-EXPECT
033500         GO TO 2000-WRONG-PASSWORD
033600     END-IF.
033700     MOVE ZERO TO OPER-FAIL-COUNT.
033800     MOVE WS-NOW-DATE TO OPER-LAST-SIGNON-DATE.
033900     PERFORM 2200-SAVE-OPERATOR THRU 2200-EXIT.
034000     MOVE OPER-NAME TO SGNP-OPER-NAME.
034100     MOVE OPER-AUTH-LEVEL TO SGNP-AUTH-LEVEL.
034200     PERFORM 2300-CHECK-EXPIRY THRU 2300-EXIT.
034300     GO TO 2000-EXIT.
034400 2000-WRONG-PASSWORD.
034500     IF OPER-FAIL-COUNT < 99
034600         ADD 1 TO OPER-FAIL-COUNT
034700     END-IF.
034800     IF OPER-FAIL-COUNT < WS-MAX-ATTEMPTS
034900         PERFORM 2200-SAVE-OPERATOR THRU 2200-EXIT
035000         MOVE 'BP' TO WS-LOG-EVENT
035100         GO TO 2000-REFUSED
035200     END-IF.
035300     SET OPER-LOCKED TO TRUE.
035400     MOVE WS-NOW-DATE TO OPER-LOCK-DATE.
035500     MOVE WS-NOW-TIME TO OPER-LOCK-TIME.
035600     PERFORM 2200-SAVE-OPERATOR THRU 2200-EXIT.
035700     MOVE 'LK' TO WS-LOG-EVENT.
035800     PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT.
035810     STRING 'OPERATOR ID OR PASSWORD NOT VALID - THE ID IS NOW '
035820         'LOCKED OUT' DELIMITED BY SIZE INTO SGNP-MESSAGE.
036100     SET SGNP-LOCKED TO TRUE.
036200     GO TO 2000-EXIT.
036300 2000-REFUSED.
036400     PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT.
036500     MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO SGNP-MESSAGE.
036600     SET SGNP-REFUSED TO TRUE.
036700 2000-EXIT.
036800     EXIT.
036900
037000 2100-EXPECTED-HASH.
037100     IF OPER-PASSWORD-HASH NOT = SPACES
037200         MOVE OPER-PASSWORD-HASH TO WS-HASH-EXPECT
037300         GO TO 2100-EXIT
037400     END-IF.
037500     MOVE SGNP-OPER-ID TO WS-HASH-ID.
037600     MOVE SGNP-OPER-ID TO WS-HASH-PWD.
037700     PERFORM 8000-HASH-PASSWORD THRU 8000-EXIT.
037800     MOVE WS-HASH-OUT TO WS-HASH-EXPECT.
037900 2100-EXIT.
038000     EXIT.
038100
038200 2200-SAVE-OPERATOR.
038300     MOVE OPERATOR-RECORD TO WS-OPER-ENTRY(WS-FOUND-IDX).
038400     SET WS-MASTER-CHANGED TO TRUE.
038500 2200-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    2300-CHECK-EXPIRY - A TEMPORARY PASSWORD, OR ONE OLDER THAN *
039000*    THE PASSWORD LIFE, SIGNS ON ONLY AS FAR AS A CHANGE.  A     *
039100*    PASSWORD WITH A WEEK OR LESS TO RUN GETS A WARNING.         *
039200******************************************************************
039300 2300-CHECK-EXPIRY.
039400     IF NOT OPER-PWD-SET
039500         MOVE 'TEMPORARY PASSWORD - IT MUST BE CHANGED NOW'
039600             TO SGNP-MESSAGE
039700         SET SGNP-CHANGE-NEEDED TO TRUE
039800         GO TO 2300-EXIT
039900     END-IF.
040000     MOVE 999 TO WS-AGE-DAYS.
040100     IF OPER-PWD-CHANGED-DATE IS NUMERIC
040200         AND OPER-PWD-CHANGED-DATE > ZERO
040300         SET CALP-FUNC-ELAPSED TO TRUE
040400         MOVE OPER-PWD-CHANGED-DATE TO CALP-IN-DATE
040500         MOVE WS-NOW-DATE TO CALP-TO-DATE
040600         CALL 'COMP3VCD' USING CAL-PARM
040700         IF CALP-OK
040800             MOVE CALP-DAY-COUNT TO WS-AGE-DAYS
040900         END-IF
041000     END-IF.
041100     IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
041200         MOVE 'PASSWORD HAS EXPIRED - IT MUST BE CHANGED NOW'
041300             TO SGNP-MESSAGE
041400         SET SGNP-CHANGE-NEEDED TO TRUE
041500         GO TO 2300-EXIT
041600     END-IF.
041700     COMPUTE SGNP-DAYS-LEFT = WS-EXPIRY-DAYS - WS-AGE-DAYS.
041800     IF SGNP-DAYS-LEFT <= WS-WARN-DAYS
041900         MOVE SGNP-DAYS-LEFT TO WS-DAYS-DISP
042000         STRING 'PASSWORD EXPIRES IN ' WS-DAYS-DISP ' DAY(S)'
042100             DELIMITED BY SIZE INTO SGNP-MESSAGE
042200     END-IF.
042300 2300-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    3000-CHANGE-PASSWORD - THE OLD PASSWORD HAS JUST CHECKED    *
042800*    OUT.  THE NEW ONE MUST PASS THE RULES AND DIFFER FROM THE   *
042900*    OLD, AND STARTS A FRESH PASSWORD LIFE FROM TODAY.           *
043000******************************************************************
043100 3000-CHANGE-PASSWORD.
043200     MOVE SGNP-NEW-PASSWORD TO WS-RULE-PWD.
043300     PERFORM 3100-CHECK-RULES THRU 3100-EXIT.
043400     IF NOT WS-RULE-OK
043500         SET SGNP-REFUSED TO TRUE
043600         GO TO 3000-EXIT
043700     END-IF.
043800     MOVE SGNP-OPER-ID TO WS-HASH-ID.
043900     MOVE SGNP-NEW-PASSWORD TO WS-HASH-PWD.
044000     PERFORM 8000-HASH-PASSWORD THRU 8000-EXIT.
044100     IF WS-HASH-OUT = WS-HASH-EXPECT
044200         MOVE 'NEW PASSWORD MUST DIFFER FROM THE OLD ONE'
044300             TO SGNP-MESSAGE
044400         SET SGNP-REFUSED TO TRUE
044500         GO TO 3000-EXIT
044600     END-IF.
044700     MOVE WS-HASH-OUT TO OPER-PASSWORD-HASH.
044800     MOVE WS-NOW-DATE TO OPER-PWD-CHANGED-DATE.
044900     SET OPER-PWD-SET TO TRUE.
045000     PERFORM 2200-SAVE-OPERATOR THRU 2200-EXIT.
045100     MOVE WS-EXPIRY-DAYS TO SGNP-DAYS-LEFT.
045200     MOVE 'PASSWORD CHANGED' TO SGNP-MESSAGE.
045300     SET SGNP-OK TO TRUE.
045400 3000-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800*    3100-CHECK-RULES - WS-RULE-PWD MUST BE 6 TO 8 CHARACTERS    *
045900*    WITH NO SPACES, HOLD AT LEAST ONE LETTER AND ONE DIGIT, AND *
046000*    NOT BE THE OPERATOR ID.  THE RULE BROKEN GOES TO            *
046100*    SGNP-MESSAGE.                                               *
046200******************************************************************
046300 3100-CHECK-RULES.
046400     MOVE 'N' TO WS-RULE-SWITCH.
046500     INSPECT WS-RULE-PWD
046600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
046700     MOVE ZERO TO WS-PWD-LEN.
046800     INSPECT WS-RULE-PWD TALLYING WS-PWD-LEN
046900         FOR CHARACTERS BEFORE INITIAL SPACE.
047000     IF WS-PWD-LEN < 6
047100         MOVE 'PASSWORD MUST BE 6 TO 8 CHARACTERS, NO SPACES'
047200             TO SGNP-MESSAGE
047300         GO TO 3100-EXIT
047400     END-IF.
047500     IF WS-PWD-LEN < 8
047600         IF WS-RULE-PWD(WS-PWD-LEN + 1:) NOT = SPACES
047700             MOVE 'PASSWORD MUST BE 6 TO 8 CHARACTERS, NO SPACES'
047800                 TO SGNP-MESSAGE
047900             GO TO 3100-EXIT
048000         END-IF
048100     END-IF.
048200     MOVE ZERO TO WS-PWD-DIGITS WS-PWD-LETTERS.
048300     PERFORM 3110-CLASSIFY-CHAR THRU 3110-EXIT
048400         VARYING WS-PWD-IDX FROM 1 BY 1
048500         UNTIL WS-PWD-IDX > WS-PWD-LEN.
048600     IF WS-PWD-DIGITS = ZERO OR WS-PWD-LETTERS = ZERO
048700         MOVE 'PASSWORD MUST HOLD A LETTER AND A DIGIT'
048800             TO SGNP-MESSAGE
048900         GO TO 3100-EXIT
049000     END-IF.
049100     MOVE SGNP-OPER-ID TO WS-HASH-ID.
049200     INSPECT WS-HASH-ID CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
049300     IF WS-RULE-PWD = WS-HASH-ID
049400         MOVE 'PASSWORD MAY NOT BE THE OPERATOR ID'
049500             TO SGNP-MESSAGE
049600         GO TO 3100-EXIT
049700     END-IF.
049800     SET WS-RULE-OK TO TRUE.
049900 3100-EXIT.
050000     EXIT.
050100
050200 3110-CLASSIFY-CHAR.
050300     IF WS-RULE-PWD(WS-PWD-IDX:1) IS NUMERIC
050400         ADD 1 TO WS-PWD-DIGITS
050500     ELSE
050600         IF WS-RULE-PWD(WS-PWD-IDX:1) IS ALPHABETIC
050700             ADD 1 TO WS-PWD-LETTERS
050800         END-IF
050900     END-IF.
051000 3110-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400*    4000-HASH-FOR-ISSUE - A PASSWORD A SUPERVISOR IS ISSUING IN *
051500*    COMP3VOM: CHECKED AGAINST THE RULES, THEN HASHED INTO       *
051600*    SGNP-HASH.  THE MASTER IS NOT TOUCHED HERE.                 *
051700******************************************************************
051800 4000-HASH-FOR-ISSUE.
051900     MOVE SGNP-PASSWORD TO WS-RULE-PWD.
052000     PERFORM 3100-CHECK-RULES THRU 3100-EXIT.
052100     IF NOT WS-RULE-OK
052200         SET SGNP-REFUSED TO TRUE
052300         GO TO 4000-EXIT
052400     END-IF.
052500     MOVE SGNP-OPER-ID TO WS-HASH-ID.
052600     MOVE SGNP-PASSWORD TO WS-HASH-PWD.
052700     PERFORM 8000-HASH-PASSWORD THRU 8000-EXIT.
052800     MOVE WS-HASH-OUT TO SGNP-HASH.
052900 4000-EXIT.
053000     EXIT.
053100
053200******************************************************************
053300*    5000-CALLER-VIOLATION - LOG A VIOLATION THE CALLER FOUND,   *
053400*    WITH THE OPERATOR'S NAME AND LEVEL FROM THE MASTER.         *
053500******************************************************************
053600 5000-CALLER-VIOLATION.
053700     SET SGNP-OK TO TRUE.
053800     MOVE SPACES TO SGNP-MESSAGE.
053900     PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT.
054000     MOVE SGNP-EVENT TO WS-LOG-EVENT.
054100     PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT.
054200 5000-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    6000-REWRITE-OPERATORS - WRITE THE TABLE BACK AS THE NEW    *
054700*    OPERATOR MASTER.  IF IT CANNOT BE WRITTEN THE SIGN-ON IS    *
054800*    NOT ALLOWED TO STAND.                                       *
054900******************************************************************
055000 6000-REWRITE-OPERATORS.
055100     OPEN OUTPUT OPERATOR-FILE.
055200     IF NOT WS-OPER-OK
055300         DISPLAY 'COMP3VSO: CANNOT REWRITE OPERATOR MASTER, '
055400             'STATUS = ' WS-OPER-STATUS
055500         MOVE 'OPERATOR MASTER CANNOT BE REWRITTEN'
055600             TO SGNP-MESSAGE
055700         SET SGNP-ERROR TO TRUE
055800         GO TO 6000-EXIT
055900     END-IF.
056000     PERFORM 6100-WRITE-OPERATOR THRU 6100-EXIT
056100         VARYING WS-OPER-IDX FROM 1 BY 1
056200         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
056300     CLOSE OPERATOR-FILE.
056400 6000-EXIT.
056500     EXIT.
056600
056700 6100-WRITE-OPERATOR.
056800     MOVE WS-OPER-ENTRY(WS-OPER-IDX) TO OPERATOR-RECORD.
056900     WRITE OPERATOR-RECORD.
057000 6100-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400*    7000-WRITE-VIOLATION - ONE RECORD ON THE SECURITY VIOLATION *
057500*    LOG FOR WS-LOG-EVENT, FROM THE OPERATOR RECORD IN HAND.     *
057600*    THE LOG IS ALWAYS EXTENDED, NEVER REBUILT.                  *
057700******************************************************************
057800 7000-WRITE-VIOLATION.
057900     OPEN EXTEND VIOLATION-FILE.
058000     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
058100         OPEN OUTPUT VIOLATION-FILE
058200     END-IF.
058300     IF NOT WS-SECV-OK
058400         DISPLAY 'COMP3VSO: CANNOT OPEN SECURITY VIOLATION LOG, '
058500             'STATUS = ' WS-SECV-STATUS
058600         GO TO 7000-EXIT
058700     END-IF.
058800     MOVE SPACES TO SECURITY-VIOLATION-RECORD.
058900     MOVE WS-NOW-DATE TO SECV-DATE.
059000     MOVE WS-NOW-TIME TO SECV-TIME.
059100     MOVE SGNP-OPER-ID TO SECV-OPER-ID.
059200     MOVE OPER-NAME TO SECV-OPER-NAME.
059300     MOVE OPER-AUTH-LEVEL TO SECV-AUTH-LEVEL.
059400     MOVE SGNP-PROGRAM TO SECV-PROGRAM.
059500     MOVE WS-LOG-EVENT TO SECV-EVENT.
059600     MOVE OPER-FAIL-COUNT TO SECV-FAIL-COUNT.
059700     WRITE SECURITY-VIOLATION-RECORD.
059800     CLOSE VIOLATION-FILE.
059900 7000-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    8000-HASH-PASSWORD - ONE-WAY HASH OF WS-HASH-PWD SALTED     *
060400*    WITH WS-HASH-ID, AS TEN DIGITS IN WS-HASH-OUT.  THE SAME    *
060500*    PASSWORD FOR TWO OPERATORS NEVER HASHES ALIKE.              *
060600******************************************************************
060700 8000-HASH-PASSWORD.
060800     INSPECT WS-HASH-PWD
060900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
061000     MOVE WS-HASH-PWD TO WS-HASH-TEXT-PWD.
061100     MOVE WS-HASH-ID TO WS-HASH-TEXT-ID.
061200     MOVE 7919 TO WS-HASH-VALUE.
061300     PERFORM 8100-HASH-ROUND THRU 8100-EXIT
061400         VARYING WS-HASH-ROUND FROM 1 BY 1
061500         UNTIL WS-HASH-ROUND > 2.
061600     MOVE WS-HASH-VALUE TO WS-HASH-OUT.
061700 8000-EXIT.
061800     EXIT.
061900
062000 8100-HASH-ROUND.
062100     PERFORM 8200-HASH-CHAR THRU 8200-EXIT
062200         VARYING WS-HASH-POS FROM 1 BY 1
062300         UNTIL WS-HASH-POS > 16.
062400 8100-EXIT.
062500     EXIT.
062600
062700 8200-HASH-CHAR.
062800     MOVE WS-HASH-TEXT(WS-HASH-POS:1) TO WS-HASH-CHAR.
062900     MOVE ZERO TO WS-CHAR-CODE.
063000     PERFORM 8210-MATCH-CHAR THRU 8210-EXIT
063100         VARYING WS-CHAR-IDX FROM 1 BY 1
063200         UNTIL WS-CHAR-IDX > 64
063300             OR WS-CHAR-CODE > ZERO.
063400     IF WS-CHAR-CODE = ZERO
063500         MOVE 65 TO WS-CHAR-CODE
063600     END-IF.
063700     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
063800         + WS-CHAR-CODE * (WS-HASH-POS + 17)
063900         + WS-HASH-ROUND * 7.
064000     DIVIDE WS-HASH-WORK BY 9999999967
064100         GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
064200 8200-EXIT.
064300     EXIT.
064400
064500 8210-MATCH-CHAR.
064600     IF WS-HASH-ALPHA-CHAR(WS-CHAR-IDX) = WS-HASH-CHAR
064700         MOVE WS-CHAR-IDX TO WS-CHAR-CODE
064800     END-IF.
064900 8210-EXIT.
065000     EXIT.
