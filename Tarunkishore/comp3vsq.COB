000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. comp3vsq.
000300 AUTHOR. TARUNKISHORE.
000400 INSTALLATION. LINE-INSPECTION.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 15-OCT-26  TK    INITIAL VERSION.  ONLINE INQUIRY AGAINST
001200*                  THE SECURITY VIOLATION LOG COMP3VSO
001300*                  WRITES: EVERY FAILED SIGN-ON, EVERY
001400*                  ATTEMPT ON A LOCKED-OUT ID AND EVERY
001500*                  OPERATOR REFUSED A SUPERVISOR-ONLY
001600*                  PROGRAM, FOR ONE DATE AND EITHER ONE
001700*                  OPERATOR ID OR ALL OF THEM, WITH THE
001800*                  PROGRAM, THE EVENT AND THE ID'S RUN OF
001900*                  FAILURES.  ONLY A SUPERVISOR MAY SIGN ON.
002000*                  THE DAILY SUMMARY IS COMP3VSS.
002100*-----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.    IBM-370.
002500 OBJECT-COMPUTER.    IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SECURITY-FILE ASSIGN TO SECVIOL
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-SECV-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  SECURITY-FILE
003500     RECORDING MODE IS F.
003600     COPY SECVREC.
003700
003800 WORKING-STORAGE SECTION.
003900    77 WS-SECV-STATUS PIC X(02).
004000    77 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
004100       88 WS-EOF VALUE 'Y'.
004200    77 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
004300       88 WS-VALID-ENTRY VALUE 'Y'.
004400    77 WS-AGAIN-SWITCH PIC X(01) VALUE 'Y'.
004500       88 WS-AGAIN VALUE 'Y'.
004600    77 WS-SEARCH-DATE-IN PIC X(08) VALUE SPACES.
004700    77 WS-SEARCH-DATE PIC 9(08) VALUE ZERO.
004800    77 WS-SEARCH-ID PIC X(08) VALUE SPACES.
004900    77 WS-MATCH-COUNT PIC 9(04) COMP VALUE ZERO.
005000    77 WS-MATCH-DISP PIC Z,ZZ9.
005100    77 WS-LOCKED-COUNT PIC 9(04) COMP VALUE ZERO.
005200    77 WS-LOCKED-DISP PIC Z,ZZ9.
005300    77 WS-EVENT-TEXT PIC X(26) VALUE SPACES.
005400    77 WS-EVT-IDX PIC 9(01) COMP VALUE ZERO.
005500    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
005600    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
005700    77 WS-SIGNON-AUTH PIC X(01) VALUE SPACE.
005800       88 WS-SIGNON-IS-SUPER VALUE 'S'.
005900    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
006000    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
006100    COPY SECVEVT.
006200    COPY SIGNPARM.
006300 PROCEDURE DIVISION.
006400 0000-MAINLINE.
006500     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
006600     PERFORM 1000-LOOKUP-ONE THRU 1000-EXIT
006700         UNTIL NOT WS-AGAIN.
006800     DISPLAY 'COMP3VSQ: INQUIRY SESSION ENDED'.
006900     STOP RUN.
007000
007100*-----------------------------------------------------------
007200* 0400-SIGN-ON - THE SUPERVISOR SIGNS ON WITH AN ID AND
007300* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
007400* OPERATOR MASTER, ACTIVE, NOT LOCKED OUT AND SUPERVISOR
007500* LEVEL.  THE LOG SHOWS WHO HAS BEEN TRYING WHICH IDS, SO
007600* NOBODY ELSE MAY READ IT; AN OPERATOR WHO TRIES GOES ON IT
007700* TOO.
007800*-----------------------------------------------------------
007900 0400-SIGN-ON.
008000     MOVE 'N' TO WS-VALID-SWITCH.
008100     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
008200         UNTIL WS-VALID-ENTRY.
008300     IF NOT WS-SIGNON-IS-SUPER
008400         SET SGNP-FUNC-VIOLATION TO TRUE
008500         MOVE 'NA' TO SGNP-EVENT
008600         CALL 'COMP3VSO' USING SIGN-PARM
008700         DISPLAY 'COMP3VSQ: OPERATOR ' WS-SIGNON-ID ' IS NOT '
008800             'A SUPERVISOR - INQUIRY REFUSED'
008900         STOP RUN
009000     END-IF.
009100     DISPLAY 'SIGNED ON: ' WS-SIGNON-ID ' ' WS-SIGNON-NAME.
009200 0400-EXIT.
009300     EXIT.
009400
009500 0410-PROMPT-OPERATOR.
009600     IF WS-SIGNON-TRIES >= 3
009700         DISPLAY 'COMP3VSQ: TOO MANY FAILED SIGN-ONS - SESSION '
009800             'ENDED'
009900         STOP RUN
010000     END-IF.
010100     DISPLAY 'ENTER OPERATOR ID'.
010200     ACCEPT WS-SIGNON-ID.
010300     IF WS-SIGNON-ID = SPACES
010400         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
010500         GO TO 0410-EXIT
010600     END-IF.
010700     ADD 1 TO WS-SIGNON-TRIES.
010800     DISPLAY 'ENTER PASSWORD'.
010900     ACCEPT WS-SIGNON-PASSWORD.
011000     SET SGNP-FUNC-SIGNON TO TRUE.
011100     MOVE 'COMP3VSQ' TO SGNP-PROGRAM.
011200     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
011300     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
011400     MOVE SPACES TO WS-SIGNON-PASSWORD.
011500     CALL 'COMP3VSO' USING SIGN-PARM.
011600     IF SGNP-CHANGE-NEEDED
011700         DISPLAY SGNP-MESSAGE
011800         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
011900     END-IF.
012000     IF SGNP-OK
012100         SET WS-VALID-ENTRY TO TRUE
012200         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
012300         MOVE SGNP-AUTH-LEVEL TO WS-SIGNON-AUTH
012400         IF SGNP-MESSAGE NOT = SPACES
012500             DISPLAY SGNP-MESSAGE
012600         END-IF
012700     ELSE
012800         DISPLAY SGNP-MESSAGE
012900     END-IF.
013000     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
013100 0410-EXIT.
013200     EXIT.
013300
013400*-----------------------------------------------------------
013500* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
013600* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
013700* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
013800*-----------------------------------------------------------
013900 0420-CHANGE-PASSWORD.
014000     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
014100         'ONE LETTER AND ONE DIGIT)'.
014200     ACCEPT SGNP-NEW-PASSWORD.
014300     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
014400     ACCEPT WS-SIGNON-PASSWORD.
014500     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
014600         MOVE SPACES TO WS-SIGNON-PASSWORD
014700         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
014800             TO SGNP-MESSAGE
014900         SET SGNP-REFUSED TO TRUE
015000         GO TO 0420-EXIT
015100     END-IF.
015200     MOVE SPACES TO WS-SIGNON-PASSWORD.
015300     SET SGNP-FUNC-CHANGE TO TRUE.
015400     CALL 'COMP3VSO' USING SIGN-PARM.
015500 0420-EXIT.
015600     EXIT.
015700
015800*-----------------------------------------------------------
015900* 1000-LOOKUP-ONE - RUN ONE COMPLETE SEARCH AGAINST THE
016000* SECURITY VIOLATION LOG AND ASK WHETHER TO LOOK AT ANOTHER.
016100*-----------------------------------------------------------
016200 1000-LOOKUP-ONE.
016300     PERFORM 1100-GET-CRITERIA THRU 1100-EXIT.
016400     PERFORM 2000-SEARCH-LOG   THRU 2000-EXIT.
016500     PERFORM 1300-ASK-AGAIN    THRU 1300-EXIT.
016600 1000-EXIT.
016700     EXIT.
016800
016900*-----------------------------------------------------------
017000* 1100-GET-CRITERIA - ASK WHICH DATE AND WHICH OPERATOR ID.
017100*-----------------------------------------------------------
017200 1100-GET-CRITERIA.
017300     MOVE 'N' TO WS-VALID-SWITCH.
017400     PERFORM 1110-PROMPT-DATE THRU 1110-EXIT
017500         UNTIL WS-VALID-ENTRY.
017600     DISPLAY 'ENTER OPERATOR ID (BLANK = ALL)'.
017700     ACCEPT WS-SEARCH-ID.
017800 1100-EXIT.
017900     EXIT.
018000
018100 1110-PROMPT-DATE.
018200     DISPLAY 'ENTER DATE OF THE ATTEMPTS (YYYYMMDD, BLANK = '
018300         'TODAY)'.
018400     ACCEPT WS-SEARCH-DATE-IN.
018500     IF WS-SEARCH-DATE-IN = SPACES
018600         ACCEPT WS-SEARCH-DATE FROM DATE YYYYMMDD
018700         SET WS-VALID-ENTRY TO TRUE
018800     ELSE
018900         IF WS-SEARCH-DATE-IN IS NUMERIC
019000             MOVE WS-SEARCH-DATE-IN TO WS-SEARCH-DATE
019100             SET WS-VALID-ENTRY TO TRUE
019200         ELSE
019300             DISPLAY 'INVALID ENTRY - ENTER AN 8-DIGIT DATE'
019400         END-IF
019500     END-IF.
019600 1110-EXIT.
019700     EXIT.
019800
019900*-----------------------------------------------------------
020000* 1300-ASK-AGAIN - FIND OUT WHETHER THE SUPERVISOR WANTS
020100* ANOTHER LOOK BEFORE ENDING THE SESSION.
020200*-----------------------------------------------------------
020300 1300-ASK-AGAIN.
020400     MOVE 'N' TO WS-VALID-SWITCH.
020500     PERFORM 1310-PROMPT-AGAIN THRU 1310-EXIT
020600         UNTIL WS-VALID-ENTRY.
020700 1300-EXIT.
020800     EXIT.
020900
021000 1310-PROMPT-AGAIN.
021100     DISPLAY 'LOOK AT ANOTHER? (Y/N)'.
021200     ACCEPT WS-AGAIN-SWITCH.
021300     IF WS-AGAIN-SWITCH = 'Y' OR WS-AGAIN-SWITCH = 'N'
021400         SET WS-VALID-ENTRY TO TRUE
021500     ELSE
021600         DISPLAY 'INVALID ENTRY - ANSWER Y OR N'
021700     END-IF.
021800 1310-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------
022200* 2000-SEARCH-LOG - SCAN THE SECURITY VIOLATION LOG FROM THE
022300* TOP FOR EVERY RECORD OF THE DATE (AND ID, IF ONE WAS
022400* GIVEN).  THE LOG IS APPENDED AS THE ATTEMPTS ARE MADE, SO
022500* THE MATCHES COME OUT IN THE ORDER THEY HAPPENED.
022600*-----------------------------------------------------------
022700 2000-SEARCH-LOG.
022800     MOVE ZERO TO WS-MATCH-COUNT.
022900     MOVE ZERO TO WS-LOCKED-COUNT.
023000     MOVE 'N' TO WS-EOF-SWITCH.
023100     OPEN INPUT SECURITY-FILE.
023200     IF WS-SECV-STATUS = '35'
023300         DISPLAY 'COMP3VSQ: NO SECURITY VIOLATION LOG YET'
023400         GO TO 2000-EXIT
023500     END-IF.
023600     IF WS-SECV-STATUS NOT = '00'
023700         DISPLAY 'COMP3VSQ: CANNOT OPEN SECURITY VIOLATION '
023800             'LOG, STATUS = ' WS-SECV-STATUS
023900         GO TO 2000-EXIT
024000     END-IF.
024100     PERFORM 2100-READ-SECV THRU 2100-EXIT.
024200     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
024300         UNTIL WS-EOF.
024400     CLOSE SECURITY-FILE.
024500     IF WS-MATCH-COUNT = ZERO
024600         DISPLAY 'NO VIOLATIONS WERE LOGGED FOR ' WS-SEARCH-DATE
024700         GO TO 2000-EXIT
024800     END-IF.
024900     MOVE WS-MATCH-COUNT TO WS-MATCH-DISP.
025000     MOVE WS-LOCKED-COUNT TO WS-LOCKED-DISP.
025100     DISPLAY WS-MATCH-DISP ' VIOLATION(S) FOR ' WS-SEARCH-DATE
025200         ', ' WS-LOCKED-DISP ' OF THEM LOCKING AN ID OUT'.
025300 2000-EXIT.
025400     EXIT.
025500
025600 2100-READ-SECV.
025700     READ SECURITY-FILE
025800         AT END
025900             SET WS-EOF TO TRUE
026000     END-READ.
026100 2100-EXIT.
026200     EXIT.
026300
026400 2200-CHECK-RECORD.
026500     IF SECV-DATE = WS-SEARCH-DATE
026600         IF WS-SEARCH-ID = SPACES
026700             OR SECV-OPER-ID = WS-SEARCH-ID
026800             PERFORM 2300-DISPLAY-RECORD THRU 2300-EXIT
026900         END-IF
027000     END-IF.
027100     PERFORM 2100-READ-SECV THRU 2100-EXIT.
027200 2200-EXIT.
027300     EXIT.
027400
027500 2300-DISPLAY-RECORD.
027600     ADD 1 TO WS-MATCH-COUNT.
027700     IF SECV-LOCKED-NOW
027800         ADD 1 TO WS-LOCKED-COUNT
027900     END-IF.
028000     MOVE 'UNKNOWN EVENT' TO WS-EVENT-TEXT.
028100     PERFORM 2310-FIND-EVENT THRU 2310-EXIT
028200         VARYING WS-EVT-IDX FROM 1 BY 1
028300         UNTIL WS-EVT-IDX > 6.
028400     DISPLAY 'TIME ' SECV-TIME '  OPER ' SECV-OPER-ID ' '
028500         SECV-OPER-NAME '  PROGRAM ' SECV-PROGRAM.
028600     DISPLAY '   ' SECV-EVENT ' ' WS-EVENT-TEXT
028700         '  FAILED ATTEMPTS IN A ROW ' SECV-FAIL-COUNT.
028800 2300-EXIT.
028900     EXIT.
029000
029100 2310-FIND-EVENT.
029200     IF SECE-CODE(WS-EVT-IDX) = SECV-EVENT
029300         MOVE SECE-TEXT(WS-EVT-IDX) TO WS-EVENT-TEXT
029400     END-IF.
029500 2310-EXIT.
029600     EXIT.
