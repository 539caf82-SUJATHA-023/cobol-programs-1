000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. comp3vpm.
000300 AUTHOR. TARUNKISHORE.
000400 INSTALLATION. LINE-INSPECTION.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 15-OCT-26  TK    INITIAL VERSION.  ONLINE MAINTENANCE FOR
001200*                  THE PRIORITY RULE FILE COMP3VB SCORES THE
001300*                  SCHEDULE FEED WITH: ONE RULE PER DEPARTMENT
001400*                  AND VERDICT CODE SAYING WHETHER THE FEED
001500*                  RECORD IS PRIORITY, PLUS PLANT-WIDE DEFAULT
001600*                  ROWS (DEPARTMENT '*').  A RULE CAN BE ADDED,
001700*                  HAVE ITS PRIORITY FLAG CHANGED, OR BE
001800*                  DEACTIVATED - NEVER DELETED, SAME AS THE
001900*                  OTHER MASTERS.  ONLY A SUPERVISOR MAY SIGN
002000*                  ON.  EVERY SAVE BUMPS THE RULE-SET NUMBER
002100*                  ON THE HEADER RECORD, WHICH COMP3VB STAMPS
002200*                  ON ITS STATUS RECORD, AND WRITES THE SAME
002300*                  BEFORE/AFTER MAINTENANCE AUDIT TRAIL AS THE
002400*                  OTHER MAINTENANCE SCREENS.
002405* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
002410*                  PASSWORD AND GOES THROUGH COMP3VSO, WHICH
002415*                  LOCKS THE ID AFTER REPEATED FAILURES AND
002420*                  LOGS EVERY FAILED ATTEMPT.  A TEMPORARY
002425*                  OR EXPIRED PASSWORD MUST BE CHANGED
002430*                  BEFORE THE SESSION GOES ON.  AN OPERATOR
002435*                  REFUSED BECAUSE THE ID IS NOT SUPERVISOR
002440*                  LEVEL GOES ON THE SECURITY VIOLATION LOG.
002445*                  THE OPERATOR MASTER IS NO LONGER READ
002450*                  HERE.
002500*-----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
002900 OBJECT-COMPUTER.    IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RULE-FILE ASSIGN TO PRIRULE
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RULE-STATUS.
003500
003600     SELECT DEPT-FILE ASSIGN TO DEPTMAST
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-DEPT-STATUS.
003900
004400     SELECT MAINT-FILE ASSIGN TO MAINTLOG
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MAINT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RULE-FILE
005100     RECORDING MODE IS F.
005200     COPY PRIRREC.
005300
005400 FD  DEPT-FILE
005500     RECORDING MODE IS F.
005600     COPY DEPTREC.
005700
006200 FD  MAINT-FILE
006300     RECORDING MODE IS F.
006400     COPY MNTAUDIT.
006500
006600 WORKING-STORAGE SECTION.
006700    01  WS-RULE-TABLE.
006800        05  WS-RULE-ENTRY OCCURS 400 TIMES.
006900            10  WS-TAB-RULE-DEPT     PIC X(10).
007000            10  WS-TAB-RULE-VERDICT  PIC X(02).
007100            10  WS-TAB-RULE-PRIORITY PIC X(01).
007200            10  WS-TAB-RULE-ACTIVE   PIC X(01).
007300            10  WS-TAB-RULE-DATE     PIC 9(08).
007400            10  WS-TAB-RULE-OPER     PIC X(08).
007500    01  WS-DEPT-TABLE.
007600        05  WS-DEPT-ENTRY OCCURS 100 TIMES.
007700            10  WS-TAB-DEPT-CODE    PIC X(10).
007800            10  WS-TAB-DEPT-ACTIVE  PIC X(01).
007900
008000    77 WS-RULE-STATUS PIC X(02).
008100    77 WS-DEPT-STATUS PIC X(02).
008300    77 WS-MAINT-STATUS PIC X(02).
008400    77 WS-RULE-COUNT PIC 9(03) COMP VALUE ZERO.
008500    77 WS-RULE-IDX PIC 9(03) COMP VALUE ZERO.
008600    77 WS-FOUND-IDX PIC 9(03) COMP VALUE ZERO.
008700    77 WS-RULE-SET-ID PIC 9(06) VALUE ZERO.
008800    77 WS-OLD-SET-ID PIC 9(06) VALUE ZERO.
008900    77 WS-DEPT-COUNT PIC 9(03) COMP VALUE ZERO.
009000    77 WS-DEPT-IDX PIC 9(03) COMP VALUE ZERO.
009100    77 WS-DEPT-FOUND-IDX PIC 9(03) COMP VALUE ZERO.
009200    77 WS-DEPT-EOF-SWITCH PIC X(01) VALUE 'N'.
009300       88 WS-DEPT-EOF VALUE 'Y'.
009400    77 WS-DEPTMAST-SWITCH PIC X(01) VALUE 'N'.
009500       88 WS-DEPTMAST-LOADED VALUE 'Y'.
009600    77 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
009700       88 WS-EOF VALUE 'Y'.
009800    77 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
009900       88 WS-VALID-ENTRY VALUE 'Y'.
010000    77 WS-DONE-SWITCH PIC X(01) VALUE 'N'.
010100       88 WS-DONE VALUE 'Y'.
010200    77 WS-CHANGED-SWITCH PIC X(01) VALUE 'N'.
010300       88 WS-CHANGED VALUE 'Y'.
010400    77 WS-ACTION PIC X(01) VALUE SPACE.
010500       88 WS-ACTION-ADD VALUE 'A'.
010600       88 WS-ACTION-CHANGE VALUE 'C'.
010700       88 WS-ACTION-DEACT VALUE 'D'.
010800       88 WS-ACTION-LIST VALUE 'L'.
010900       88 WS-ACTION-EXIT VALUE 'X'.
011000    77 WS-INPUT-DEPT PIC X(10) VALUE SPACES.
011100    77 WS-INPUT-VERDICT PIC X(02) VALUE SPACES.
011200       88 WS-VERDICT-VALID VALUE 'A1' 'B1' 'C1' 'AB' 'AC'
011300                                 'BC' 'EQ'.
011400    77 WS-INPUT-PRIORITY PIC X(01) VALUE SPACE.
011500       88 WS-PRIORITY-VALID VALUE 'Y' 'N'.
011600    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
011700    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
011800    77 WS-SIGNON-AUTH PIC X(01) VALUE SPACE.
011900       88 WS-SIGNON-IS-SUPER VALUE 'S'.
011910    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
011920    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
012400    77 WS-MNT-WK-KEY PIC X(10) VALUE SPACES.
012500    77 WS-MNT-WK-ACTION PIC X(01) VALUE SPACE.
012600    77 WS-MNT-WK-FIELD PIC X(10) VALUE SPACES.
012700    77 WS-MNT-WK-OLD PIC X(30) VALUE SPACES.
012800    77 WS-MNT-WK-NEW PIC X(30) VALUE SPACES.
012900    01  WS-AUDQ-TABLE.
013000        05  WS-AUDQ-ENTRY OCCURS 200 TIMES
013100                                PIC X(120).
013200    77 WS-AUDQ-COUNT PIC 9(03) COMP VALUE ZERO.
013300    77 WS-AUDQ-IDX PIC 9(03) COMP VALUE ZERO.
013310    COPY SIGNPARM.
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
013700     PERFORM 0600-OPEN-MAINT-LOG THRU 0600-EXIT.
013800     PERFORM 0800-LOAD-DEPT-MASTER THRU 0800-EXIT.
013900     PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
014000     PERFORM 2000-ONE-ACTION THRU 2000-EXIT
014100         UNTIL WS-DONE.
014200     IF WS-CHANGED
014300         PERFORM 3000-REWRITE-RULES THRU 3000-EXIT
014400         PERFORM 0750-FLUSH-MAINT-AUDIT THRU 0750-EXIT
014500     ELSE
014600         DISPLAY 'COMP3VPM: NO CHANGES MADE, RULES NOT REWRITTEN'
014700     END-IF.
014800     CLOSE MAINT-FILE.
014900     DISPLAY 'COMP3VPM: MAINTENANCE SESSION ENDED'.
015000     STOP RUN.
015100
015200*-----------------------------------------------------------
015210* 0400-SIGN-ON - THE SUPERVISOR SIGNS ON WITH AN ID AND
015220* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
015230* OPERATOR MASTER, ACTIVE, NOT LOCKED OUT AND SUPERVISOR
015240* LEVEL.  AN OPERATOR WHO IS NOT GOES ON THE SECURITY
015250* VIOLATION LOG.  THE RULES DECIDE WHAT THE SCHEDULER TREATS
015260* AS HOT, SO NOBODY ELSE MAY CHANGE THEM.  EVERY MAINTENANCE
015270* AUDIT RECORD THIS SESSION WRITES CARRIES THE ID.
015800*-----------------------------------------------------------
015900 0400-SIGN-ON.
016000     MOVE 'N' TO WS-VALID-SWITCH.
016100     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
016200         UNTIL WS-VALID-ENTRY.
016300     IF NOT WS-SIGNON-IS-SUPER
016310         SET SGNP-FUNC-VIOLATION TO TRUE
016320         MOVE 'NA' TO SGNP-EVENT
016330         CALL 'COMP3VSO' USING SIGN-PARM
016400         DISPLAY 'COMP3VPM: OPERATOR ' WS-SIGNON-ID ' IS NOT '
016500             'A SUPERVISOR - RULE MAINTENANCE REFUSED'
016600         STOP RUN
016700     END-IF.
016800     DISPLAY 'SIGNED ON: ' WS-SIGNON-ID ' ' WS-SIGNON-NAME.
016900 0400-EXIT.
017000     EXIT.
017100
017110 0410-PROMPT-OPERATOR.
017120     IF WS-SIGNON-TRIES >= 3
017130         DISPLAY 'COMP3VPM: TOO MANY FAILED SIGN-ONS - SESSION '
017140             'ENDED'
017150         STOP RUN
017160     END-IF.
017170     DISPLAY 'ENTER OPERATOR ID'.
017180     ACCEPT WS-SIGNON-ID.
017190     IF WS-SIGNON-ID = SPACES
017200         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
017210         GO TO 0410-EXIT
017220     END-IF.
017230     ADD 1 TO WS-SIGNON-TRIES.
017240     DISPLAY 'ENTER PASSWORD'.
017250     ACCEPT WS-SIGNON-PASSWORD.
017260     SET SGNP-FUNC-SIGNON TO TRUE.
017270     MOVE 'COMP3VPM' TO SGNP-PROGRAM.
017280     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
017290     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
017300     MOVE SPACES TO WS-SIGNON-PASSWORD.
017310     CALL 'COMP3VSO' USING SIGN-PARM.
017320     IF SGNP-CHANGE-NEEDED
017330         DISPLAY SGNP-MESSAGE
017340         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
017350     END-IF.
017360     IF SGNP-OK
017370         SET WS-VALID-ENTRY TO TRUE
017380         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
017390         MOVE SGNP-AUTH-LEVEL TO WS-SIGNON-AUTH
017400         IF SGNP-MESSAGE NOT = SPACES
017410             DISPLAY SGNP-MESSAGE
017420         END-IF
017430     ELSE
017440         DISPLAY SGNP-MESSAGE
017450     END-IF.
017460     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
017470 0410-EXIT.
017480     EXIT.
017490
017500*-----------------------------------------------------------
017510* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
017520* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
017530* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
017540*-----------------------------------------------------------
017550 0420-CHANGE-PASSWORD.
017560     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
017570         'ONE LETTER AND ONE DIGIT)'.
017580     ACCEPT SGNP-NEW-PASSWORD.
017590     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
017600     ACCEPT WS-SIGNON-PASSWORD.
017610     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
017620         MOVE SPACES TO WS-SIGNON-PASSWORD
017630         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
017640             TO SGNP-MESSAGE
017650         SET SGNP-REFUSED TO TRUE
017660         GO TO 0420-EXIT
017670     END-IF.
017680     MOVE SPACES TO WS-SIGNON-PASSWORD.
017690     SET SGNP-FUNC-CHANGE TO TRUE.
017700     CALL 'COMP3VSO' USING SIGN-PARM.
017710 0420-EXIT.
017720     EXIT.
022300
022400*-----------------------------------------------------------
022500* 0600-OPEN-MAINT-LOG - THE MAINTENANCE AUDIT LOG IS ALWAYS
022600* EXTENDED, NEVER REBUILT; THE CHANGE HISTORY MUST
022700* ACCUMULATE ACROSS SESSIONS.
022800*-----------------------------------------------------------
022900 0600-OPEN-MAINT-LOG.
023000     OPEN EXTEND MAINT-FILE.
023100     IF WS-MAINT-STATUS = '05' OR WS-MAINT-STATUS = '35'
023200         OPEN OUTPUT MAINT-FILE
023300     END-IF.
023400     IF WS-MAINT-STATUS NOT = '00'
023500         DISPLAY 'COMP3VPM: CANNOT OPEN MAINTENANCE AUDIT '
023600             'LOG, STATUS = ' WS-MAINT-STATUS
023700         STOP RUN
023800     END-IF.
023900 0600-EXIT.
024000     EXIT.
024100
024200*-----------------------------------------------------------
024300* 0700-QUEUE-MAINT-AUDIT - ONE BEFORE/AFTER IMAGE RECORD FOR
024400* ONE FIELD OF ONE RULE, STAMPED WITH THE SIGNED-ON
024500* SUPERVISOR AND THE DATE AND TIME.  THE KEY IS THE
024600* DEPARTMENT AND THE FIELD NAME CARRIES THE VERDICT CODE
024700* (A1-FLAG, A1-ACTIVE).  THE RECORD IS QUEUED AND ONLY
024800* WRITTEN ONCE THE REWRITE AT SESSION END HAS LANDED, SO
024900* THE TRAIL NEVER SHOWS A CHANGE THE FILE NEVER TOOK.
025000*-----------------------------------------------------------
025100 0700-QUEUE-MAINT-AUDIT.
025200     MOVE SPACES TO MAINT-AUDIT-RECORD.
025300     MOVE 'PRIRULE' TO MNT-FILE-ID.
025400     MOVE WS-MNT-WK-KEY TO MNT-KEY.
025500     MOVE WS-MNT-WK-ACTION TO MNT-ACTION.
025600     MOVE WS-MNT-WK-FIELD TO MNT-FIELD-NAME.
025700     MOVE WS-MNT-WK-OLD TO MNT-OLD-VALUE.
025800     MOVE WS-MNT-WK-NEW TO MNT-NEW-VALUE.
025900     MOVE WS-SIGNON-ID TO MNT-OPER-ID.
026000     ACCEPT MNT-DATE FROM DATE YYYYMMDD.
026100     ACCEPT MNT-TIME FROM TIME.
026200     IF WS-AUDQ-COUNT < 200
026300         ADD 1 TO WS-AUDQ-COUNT
026400         MOVE MAINT-AUDIT-RECORD
026500             TO WS-AUDQ-ENTRY(WS-AUDQ-COUNT)
026600     ELSE
026700         DISPLAY 'COMP3VPM: MORE THAN 200 CHANGES THIS '
026800             'SESSION, AUDIT TRAIL IS NOT COMPLETE'
026900     END-IF.
027000 0700-EXIT.
027100     EXIT.
027200
027300*-----------------------------------------------------------
027400* 0750-FLUSH-MAINT-AUDIT - THE QUEUED BEFORE/AFTER RECORDS
027500* ARE WRITTEN ONLY AFTER THE RULE FILE REWRITE HAS LANDED.
027600*-----------------------------------------------------------
027700 0750-FLUSH-MAINT-AUDIT.
027800     PERFORM 0760-WRITE-ONE-AUDIT THRU 0760-EXIT
027900         VARYING WS-AUDQ-IDX FROM 1 BY 1
028000         UNTIL WS-AUDQ-IDX > WS-AUDQ-COUNT.
028100 0750-EXIT.
028200     EXIT.
028300
028400 0760-WRITE-ONE-AUDIT.
028500     MOVE WS-AUDQ-ENTRY(WS-AUDQ-IDX)
028600         TO MAINT-AUDIT-RECORD.
028700     WRITE MAINT-AUDIT-RECORD.
028800 0760-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------
029200* 0800-LOAD-DEPT-MASTER - TABLE THE DEPARTMENT CODES SO ANY
029300* DEPARTMENT ENTERED ON A RULE CAN BE VALIDATED.  NO
029400* DEPARTMENT MASTER YET MEANS DEPARTMENTS STAY FREE-KEYED,
029500* WITH A WARNING.
029600*-----------------------------------------------------------
029700 0800-LOAD-DEPT-MASTER.
029800     MOVE ZERO TO WS-DEPT-COUNT.
029900     MOVE 'N' TO WS-DEPT-EOF-SWITCH.
030000     OPEN INPUT DEPT-FILE.
030100     IF WS-DEPT-STATUS = '35'
030200         DISPLAY 'COMP3VPM: NO DEPARTMENT MASTER - '
030300             'DEPARTMENTS WILL NOT BE VALIDATED'
030400         GO TO 0800-EXIT
030500     END-IF.
030600     IF WS-DEPT-STATUS NOT = '00'
030700         DISPLAY 'COMP3VPM: CANNOT OPEN DEPARTMENT MASTER, '
030800             'STATUS = ' WS-DEPT-STATUS
030900         STOP RUN
031000     END-IF.
031100     PERFORM 0810-READ-DEPT THRU 0810-EXIT.
031200     PERFORM 0820-STORE-DEPT THRU 0820-EXIT
031300         UNTIL WS-DEPT-EOF.
031400     CLOSE DEPT-FILE.
031500     SET WS-DEPTMAST-LOADED TO TRUE.
031600 0800-EXIT.
031700     EXIT.
031800
031900 0810-READ-DEPT.
032000     READ DEPT-FILE
032100         AT END
032200             SET WS-DEPT-EOF TO TRUE
032300     END-READ.
032400 0810-EXIT.
032500     EXIT.
032600
032700 0820-STORE-DEPT.
032800     IF WS-DEPT-COUNT < 100
032900         ADD 1 TO WS-DEPT-COUNT
033000         MOVE DEPT-CODE TO WS-TAB-DEPT-CODE(WS-DEPT-COUNT)
033100         MOVE DEPT-ACTIVE-FLAG
033200             TO WS-TAB-DEPT-ACTIVE(WS-DEPT-COUNT)
033300     ELSE
033400         DISPLAY 'COMP3VPM: DEPARTMENT MASTER EXCEEDS 100 '
033500             'ENTRIES, RECORD DROPPED'
033600     END-IF.
033700     PERFORM 0810-READ-DEPT THRU 0810-EXIT.
033800 0820-EXIT.
033900     EXIT.
034000
034100*-----------------------------------------------------------
034200* 0850-CHECK-DEPT - IS WS-INPUT-DEPT AN ACTIVE CODE ON THE
034300* DEPARTMENT MASTER?  WS-DEPT-FOUND-IDX SAYS WHICH SLOT, OR
034400* ZERO.
034500*-----------------------------------------------------------
034600 0850-CHECK-DEPT.
034700     MOVE ZERO TO WS-DEPT-FOUND-IDX.
034800     PERFORM 0860-MATCH-DEPT THRU 0860-EXIT
034900         VARYING WS-DEPT-IDX FROM 1 BY 1
035000         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
035100             OR WS-DEPT-FOUND-IDX > ZERO.
035200 0850-EXIT.
035300     EXIT.
035400
035500 0860-MATCH-DEPT.
035600     IF WS-TAB-DEPT-CODE(WS-DEPT-IDX) = WS-INPUT-DEPT
035700         AND WS-TAB-DEPT-ACTIVE(WS-DEPT-IDX) NOT = 'I'
035800         MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
035900     END-IF.
036000 0860-EXIT.
036100     EXIT.
036200
036300*-----------------------------------------------------------
036400* 1000-LOAD-RULES - READ THE WHOLE RULE FILE INTO THE TABLE
036500* AND NOTE THE RULE-SET NUMBER FROM THE HEADER.  A MISSING
036600* FILE IS NOT AN ERROR - IT JUST MEANS THE RULES ARE BEING
036700* BUILT FOR THE FIRST TIME, AND COMP3VB IS RUNNING ON THE
036800* STANDARD RULE UNTIL THEY ARE.
036900*-----------------------------------------------------------
037000 1000-LOAD-RULES.
037100     MOVE ZERO TO WS-RULE-COUNT.
037200     MOVE ZERO TO WS-RULE-SET-ID.
037300     OPEN INPUT RULE-FILE.
037400     IF WS-RULE-STATUS = '35'
037500         DISPLAY 'COMP3VPM: NO PRIORITY RULE FILE YET, '
037600             'STARTING EMPTY'
037700         GO TO 1000-EXIT
037800     END-IF.
037900     IF WS-RULE-STATUS NOT = '00'
038000         DISPLAY 'COMP3VPM: CANNOT OPEN PRIORITY RULE FILE, '
038100             'STATUS = ' WS-RULE-STATUS
038200         STOP RUN
038300     END-IF.
038400     PERFORM 1100-READ-RULE THRU 1100-EXIT.
038500     PERFORM 1200-STORE-RULE THRU 1200-EXIT
038600         UNTIL WS-EOF.
038700     CLOSE RULE-FILE.
038800     DISPLAY 'COMP3VPM: RULE SET ' WS-RULE-SET-ID ', '
038900         WS-RULE-COUNT ' RULES LOADED'.
039000 1000-EXIT.
039100     EXIT.
039200
039300 1100-READ-RULE.
039400     READ RULE-FILE
039500         AT END
039600             SET WS-EOF TO TRUE
039700     END-READ.
039800 1100-EXIT.
039900     EXIT.
040000
040100 1200-STORE-RULE.
040200     IF PRIR-HEADER
040300         IF PRIR-RULE-SET-ID IS NUMERIC
040400             MOVE PRIR-RULE-SET-ID TO WS-RULE-SET-ID
040500         END-IF
040600         GO TO 1200-NEXT
040700     END-IF.
040800     IF WS-RULE-COUNT < 400
040900         ADD 1 TO WS-RULE-COUNT
041000         MOVE PRIR-DEPT TO WS-TAB-RULE-DEPT(WS-RULE-COUNT)
041100         MOVE PRIR-VERDICT-CODE
041200             TO WS-TAB-RULE-VERDICT(WS-RULE-COUNT)
041300         MOVE PRIR-PRIORITY-FLAG
041400             TO WS-TAB-RULE-PRIORITY(WS-RULE-COUNT)
041500         MOVE PRIR-ACTIVE-FLAG
041600             TO WS-TAB-RULE-ACTIVE(WS-RULE-COUNT)
041700         MOVE PRIR-DATE-CHANGED
041800             TO WS-TAB-RULE-DATE(WS-RULE-COUNT)
041900         MOVE PRIR-CHANGED-BY
042000             TO WS-TAB-RULE-OPER(WS-RULE-COUNT)
042100     ELSE
042200         DISPLAY 'COMP3VPM: PRIORITY RULE FILE EXCEEDS 400 '
042300             'ENTRIES, RECORD DROPPED'
042400     END-IF.
042500 1200-NEXT.
042600     PERFORM 1100-READ-RULE THRU 1100-EXIT.
042700 1200-EXIT.
042800     EXIT.
042900
043000*-----------------------------------------------------------
043100* 2000-ONE-ACTION - PROMPT FOR ONE MAINTENANCE ACTION AND
043200* CARRY IT OUT.
043300*-----------------------------------------------------------
043400 2000-ONE-ACTION.
043500     MOVE 'N' TO WS-VALID-SWITCH.
043600     PERFORM 2100-PROMPT-ACTION THRU 2100-EXIT
043700         UNTIL WS-VALID-ENTRY.
043800     IF WS-ACTION-ADD
043900         PERFORM 4000-ADD-RULE THRU 4000-EXIT
044000     ELSE
044100         IF WS-ACTION-CHANGE
044200             PERFORM 5000-CHANGE-RULE THRU 5000-EXIT
044300         ELSE
044400             IF WS-ACTION-DEACT
044500                 PERFORM 6000-DEACTIVATE-RULE THRU 6000-EXIT
044600             ELSE
044700                 IF WS-ACTION-LIST
044800                     PERFORM 7000-LIST-RULES THRU 7000-EXIT
044900                 ELSE
045000                     SET WS-DONE TO TRUE
045100                 END-IF
045200             END-IF
045300         END-IF
045400     END-IF.
045500 2000-EXIT.
045600     EXIT.
045700
045800 2100-PROMPT-ACTION.
045900     DISPLAY 'PRIORITY RULE MAINTENANCE:'.
046000     DISPLAY '  A - ADD A NEW RULE'.
046100     DISPLAY '  C - CHANGE A RULE''S PRIORITY FLAG'.
046200     DISPLAY '  D - DEACTIVATE A RULE'.
046300     DISPLAY '  L - LIST THE RULES'.
046400     DISPLAY '  X - SAVE AND EXIT'.
046500     ACCEPT WS-ACTION.
046600     IF WS-ACTION-ADD OR WS-ACTION-CHANGE
046700         OR WS-ACTION-DEACT OR WS-ACTION-LIST
046800         OR WS-ACTION-EXIT
046900         SET WS-VALID-ENTRY TO TRUE
047000     ELSE
047100         DISPLAY 'INVALID ENTRY - ENTER A, C, D, L OR X'
047200     END-IF.
047300 2100-EXIT.
047400     EXIT.
047500
047600*-----------------------------------------------------------
047700* 2200-PROMPT-DEPT - ASK FOR A DEPARTMENT CODE, OR '*' FOR
047800* THE PLANT-WIDE DEFAULT ROW.  A DEPARTMENT MUST BE ACTIVE
047900* ON THE DEPARTMENT MASTER WHEN THERE IS ONE.
048000*-----------------------------------------------------------
048100 2200-PROMPT-DEPT.
048200     DISPLAY 'ENTER DEPARTMENT CODE, OR * FOR THE PLANT-WIDE '
048300         'DEFAULT'.
048400     ACCEPT WS-INPUT-DEPT.
048500     IF WS-INPUT-DEPT = SPACES
048600         DISPLAY 'INVALID ENTRY - DEPARTMENT MAY NOT BE BLANK'
048700         GO TO 2200-EXIT
048800     END-IF.
048900     IF WS-INPUT-DEPT NOT = '*' AND WS-DEPTMAST-LOADED
049000         PERFORM 0850-CHECK-DEPT THRU 0850-EXIT
049100         IF WS-DEPT-FOUND-IDX = ZERO
049200             DISPLAY 'INVALID ENTRY - ' WS-INPUT-DEPT ' IS '
049300                 'NOT AN ACTIVE CODE ON THE DEPARTMENT MASTER'
049400             GO TO 2200-EXIT
049500         END-IF
049600     END-IF.
049700     SET WS-VALID-ENTRY TO TRUE.
049800 2200-EXIT.
049900     EXIT.
050000
050100 2250-PROMPT-VERDICT.
050200     DISPLAY 'ENTER VERDICT CODE (A1, B1, C1, AB, AC, BC, EQ)'.
050300     ACCEPT WS-INPUT-VERDICT.
050400     IF WS-VERDICT-VALID
050500         SET WS-VALID-ENTRY TO TRUE
050600     ELSE
050700         DISPLAY 'INVALID ENTRY - NOT A VERDICT CODE'
050800     END-IF.
050900 2250-EXIT.
051000     EXIT.
051100
051200*-----------------------------------------------------------
051300* 2300-FIND-RULE - SET WS-FOUND-IDX TO THE TABLE SLOT OF THE
051400* RULE FOR WS-INPUT-DEPT AND WS-INPUT-VERDICT, OR ZERO IF
051500* THERE IS NONE.
051600*-----------------------------------------------------------
051700 2300-FIND-RULE.
051800     MOVE ZERO TO WS-FOUND-IDX.
051900     PERFORM 2310-CHECK-SLOT THRU 2310-EXIT
052000         VARYING WS-RULE-IDX FROM 1 BY 1
052100         UNTIL WS-RULE-IDX > WS-RULE-COUNT
052200             OR WS-FOUND-IDX > ZERO.
052300 2300-EXIT.
052400     EXIT.
052500
052600 2310-CHECK-SLOT.
052700     IF WS-TAB-RULE-DEPT(WS-RULE-IDX) = WS-INPUT-DEPT
052800         AND WS-TAB-RULE-VERDICT(WS-RULE-IDX) = WS-INPUT-VERDICT
052900         MOVE WS-RULE-IDX TO WS-FOUND-IDX
053000     END-IF.
053100 2310-EXIT.
053200     EXIT.
053300
053400 2400-PROMPT-PRIORITY.
053500     DISPLAY 'ENTER PRIORITY FLAG (Y = PRIORITY, N = NOT)'.
053600     ACCEPT WS-INPUT-PRIORITY.
053700     IF WS-PRIORITY-VALID
053800         SET WS-VALID-ENTRY TO TRUE
053900     ELSE
054000         DISPLAY 'INVALID ENTRY - ENTER Y OR N'
054100     END-IF.
054200 2400-EXIT.
054300     EXIT.
054400
054500 2500-PROMPT-KEY.
054600     MOVE 'N' TO WS-VALID-SWITCH.
054700     PERFORM 2200-PROMPT-DEPT THRU 2200-EXIT
054800         UNTIL WS-VALID-ENTRY.
054900     MOVE 'N' TO WS-VALID-SWITCH.
055000     PERFORM 2250-PROMPT-VERDICT THRU 2250-EXIT
055100         UNTIL WS-VALID-ENTRY.
055200     PERFORM 2300-FIND-RULE THRU 2300-EXIT.
055300     MOVE WS-INPUT-DEPT TO WS-MNT-WK-KEY.
055400     MOVE SPACES TO WS-MNT-WK-FIELD.
055500 2500-EXIT.
055600     EXIT.
055700
055800*-----------------------------------------------------------
055900* 4000-ADD-RULE - ADD A NEW RULE.  THE DEPARTMENT AND
056000* VERDICT MUST NOT ALREADY HAVE ONE (AN INACTIVE RULE IS
056100* BROUGHT BACK WITH C, NOT ADDED AGAIN); THE RULE STARTS
056200* OUT ACTIVE.
056300*-----------------------------------------------------------
056400 4000-ADD-RULE.
056500     IF WS-RULE-COUNT >= 400
056600         DISPLAY 'COMP3VPM: PRIORITY RULE FILE IS FULL '
056700             '(400 ENTRIES)'
056800         GO TO 4000-EXIT
056900     END-IF.
057000     PERFORM 2500-PROMPT-KEY THRU 2500-EXIT.
057100     IF WS-FOUND-IDX > ZERO
057200         DISPLAY 'A RULE FOR ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT
057300             ' IS ALREADY ON FILE'
057400         GO TO 4000-EXIT
057500     END-IF.
057600     MOVE 'N' TO WS-VALID-SWITCH.
057700     PERFORM 2400-PROMPT-PRIORITY THRU 2400-EXIT
057800         UNTIL WS-VALID-ENTRY.
057900     ADD 1 TO WS-RULE-COUNT.
058000     MOVE WS-INPUT-DEPT     TO WS-TAB-RULE-DEPT(WS-RULE-COUNT).
058100     MOVE WS-INPUT-VERDICT  TO WS-TAB-RULE-VERDICT(WS-RULE-COUNT).
058110     MOVE WS-INPUT-PRIORITY
058120         TO WS-TAB-RULE-PRIORITY(WS-RULE-COUNT).
058300     MOVE 'A'               TO WS-TAB-RULE-ACTIVE(WS-RULE-COUNT).
058400     ACCEPT WS-TAB-RULE-DATE(WS-RULE-COUNT) FROM DATE YYYYMMDD.
058500     MOVE WS-SIGNON-ID      TO WS-TAB-RULE-OPER(WS-RULE-COUNT).
058600     SET WS-CHANGED TO TRUE.
058700     MOVE 'A'               TO WS-MNT-WK-ACTION.
058800     STRING WS-INPUT-VERDICT '-FLAG' DELIMITED BY SIZE
058900         INTO WS-MNT-WK-FIELD.
059000     MOVE SPACES            TO WS-MNT-WK-OLD.
059100     MOVE WS-INPUT-PRIORITY TO WS-MNT-WK-NEW.
059200     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
059300     DISPLAY 'RULE ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT ' ADDED'.
059400 4000-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------
059800* 5000-CHANGE-RULE - CHANGE THE PRIORITY FLAG OF AN EXISTING
059900* RULE.  A BLANK ENTRY KEEPS THE CURRENT VALUE.  CHANGING AN
060000* INACTIVE RULE PUTS IT BACK IN FORCE.
060100*-----------------------------------------------------------
060200 5000-CHANGE-RULE.
060300     PERFORM 2500-PROMPT-KEY THRU 2500-EXIT.
060400     IF WS-FOUND-IDX = ZERO
060500         DISPLAY 'NO RULE FOR ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT
060600             ' IS ON FILE'
060700         GO TO 5000-EXIT
060800     END-IF.
060900     DISPLAY 'CURRENT PRIORITY FLAG: '
061000         WS-TAB-RULE-PRIORITY(WS-FOUND-IDX)
061100         '  ACTIVE: ' WS-TAB-RULE-ACTIVE(WS-FOUND-IDX).
061200     DISPLAY 'ENTER NEW PRIORITY FLAG Y OR N (BLANK TO KEEP)'.
061300     ACCEPT WS-INPUT-PRIORITY.
061400     IF WS-INPUT-PRIORITY = SPACE
061500         GO TO 5000-EXIT
061600     END-IF.
061700     IF NOT WS-PRIORITY-VALID
061800         DISPLAY 'INVALID ENTRY - ENTER Y OR N'
061900         GO TO 5000-EXIT
062000     END-IF.
062100     MOVE 'C' TO WS-MNT-WK-ACTION.
062200     IF WS-INPUT-PRIORITY NOT = WS-TAB-RULE-PRIORITY(WS-FOUND-IDX)
062300         STRING WS-INPUT-VERDICT '-FLAG' DELIMITED BY SIZE
062400             INTO WS-MNT-WK-FIELD
062500         MOVE WS-TAB-RULE-PRIORITY(WS-FOUND-IDX) TO WS-MNT-WK-OLD
062600         MOVE WS-INPUT-PRIORITY TO WS-MNT-WK-NEW
062700         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
062800         MOVE WS-INPUT-PRIORITY
062900             TO WS-TAB-RULE-PRIORITY(WS-FOUND-IDX)
063000         SET WS-CHANGED TO TRUE
063100     END-IF.
063200     IF WS-TAB-RULE-ACTIVE(WS-FOUND-IDX) = 'I'
063300         MOVE SPACES TO WS-MNT-WK-FIELD
063400         STRING WS-INPUT-VERDICT '-ACTIVE' DELIMITED BY SIZE
063500             INTO WS-MNT-WK-FIELD
063600         MOVE 'I' TO WS-MNT-WK-OLD
063700         MOVE 'A' TO WS-MNT-WK-NEW
063800         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
063900         MOVE 'A' TO WS-TAB-RULE-ACTIVE(WS-FOUND-IDX)
064000         SET WS-CHANGED TO TRUE
064100     END-IF.
064200     ACCEPT WS-TAB-RULE-DATE(WS-FOUND-IDX) FROM DATE YYYYMMDD.
064300     MOVE WS-SIGNON-ID TO WS-TAB-RULE-OPER(WS-FOUND-IDX).
064400     DISPLAY 'RULE ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT
064500         ' UPDATED'.
064600 5000-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------
065000* 6000-DEACTIVATE-RULE - MARK A RULE INACTIVE.  COMP3VB THEN
065100* FALLS BACK TO THE PLANT-WIDE DEFAULT ROW FOR THAT VERDICT.
065200*-----------------------------------------------------------
065300 6000-DEACTIVATE-RULE.
065400     PERFORM 2500-PROMPT-KEY THRU 2500-EXIT.
065500     IF WS-FOUND-IDX = ZERO
065600         DISPLAY 'NO RULE FOR ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT
065700             ' IS ON FILE'
065800         GO TO 6000-EXIT
065900     END-IF.
066000     IF WS-TAB-RULE-ACTIVE(WS-FOUND-IDX) = 'I'
066100         DISPLAY 'RULE ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT
066200             ' IS ALREADY INACTIVE'
066300         GO TO 6000-EXIT
066400     END-IF.
066500     MOVE 'D' TO WS-MNT-WK-ACTION.
066600     STRING WS-INPUT-VERDICT '-ACTIVE' DELIMITED BY SIZE
066700         INTO WS-MNT-WK-FIELD.
066800     MOVE WS-TAB-RULE-ACTIVE(WS-FOUND-IDX) TO WS-MNT-WK-OLD.
066900     MOVE 'I' TO WS-MNT-WK-NEW.
067000     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
067100     MOVE 'I' TO WS-TAB-RULE-ACTIVE(WS-FOUND-IDX).
067200     ACCEPT WS-TAB-RULE-DATE(WS-FOUND-IDX) FROM DATE YYYYMMDD.
067300     MOVE WS-SIGNON-ID TO WS-TAB-RULE-OPER(WS-FOUND-IDX).
067400     SET WS-CHANGED TO TRUE.
067500     DISPLAY 'RULE ' WS-INPUT-DEPT ' ' WS-INPUT-VERDICT
067600         ' DEACTIVATED'.
067700 6000-EXIT.
067800     EXIT.
067900
068000*-----------------------------------------------------------
068100* 7000-LIST-RULES - SHOW EVERY RULE ON FILE, ACTIVE OR NOT,
068200* WITH WHO LAST CHANGED IT AND WHEN.
068300*-----------------------------------------------------------
068400 7000-LIST-RULES.
068500     DISPLAY 'RULE SET ' WS-RULE-SET-ID.
068600     DISPLAY 'DEPARTMENT VC P A CHANGED  BY'.
068700     PERFORM 7100-LIST-ONE THRU 7100-EXIT
068800         VARYING WS-RULE-IDX FROM 1 BY 1
068900         UNTIL WS-RULE-IDX > WS-RULE-COUNT.
069000     DISPLAY WS-RULE-COUNT ' RULES ON FILE'.
069100 7000-EXIT.
069200     EXIT.
069300
069400 7100-LIST-ONE.
069500     DISPLAY WS-TAB-RULE-DEPT(WS-RULE-IDX) ' '
069600         WS-TAB-RULE-VERDICT(WS-RULE-IDX) ' '
069700         WS-TAB-RULE-PRIORITY(WS-RULE-IDX) ' '
069800         WS-TAB-RULE-ACTIVE(WS-RULE-IDX) ' '
069900         WS-TAB-RULE-DATE(WS-RULE-IDX) ' '
070000         WS-TAB-RULE-OPER(WS-RULE-IDX).
070100 7100-EXIT.
070200     EXIT.
070300
070400*-----------------------------------------------------------
070500* 3000-REWRITE-RULES - WRITE THE HEADER, WITH THE RULE-SET
070600* NUMBER BUMPED BY ONE, AND THEN THE WHOLE TABLE BACK AS THE
070700* NEW RULE FILE.  THE NEW RULE-SET NUMBER IS ITSELF LOGGED
070800* SO THE TRAIL SAYS WHICH SET EACH CHANGE WENT INTO.
070900*-----------------------------------------------------------
071000 3000-REWRITE-RULES.
071100     MOVE WS-RULE-SET-ID TO WS-OLD-SET-ID.
071200     ADD 1 TO WS-RULE-SET-ID.
071300     OPEN OUTPUT RULE-FILE.
071400     IF WS-RULE-STATUS NOT = '00'
071500         DISPLAY 'COMP3VPM: CANNOT REWRITE PRIORITY RULE FILE, '
071600             'STATUS = ' WS-RULE-STATUS
071700         STOP RUN
071800     END-IF.
071900     MOVE SPACES TO PRIORITY-RULE-RECORD.
072000     MOVE 'H' TO PRIR-REC-TYPE.
072100     MOVE WS-RULE-SET-ID TO PRIR-RULE-SET-ID.
072200     ACCEPT PRIR-SET-DATE FROM DATE YYYYMMDD.
072300     MOVE WS-SIGNON-ID TO PRIR-SET-OPER-ID.
072400     WRITE PRIORITY-RULE-RECORD.
072500     PERFORM 3100-WRITE-RULE THRU 3100-EXIT
072600         VARYING WS-RULE-IDX FROM 1 BY 1
072700         UNTIL WS-RULE-IDX > WS-RULE-COUNT.
072800     CLOSE RULE-FILE.
072900     MOVE 'RULESET'      TO WS-MNT-WK-KEY.
073000     MOVE 'C'            TO WS-MNT-WK-ACTION.
073100     MOVE 'RULE-SET'     TO WS-MNT-WK-FIELD.
073200     MOVE WS-OLD-SET-ID  TO WS-MNT-WK-OLD.
073300     MOVE WS-RULE-SET-ID TO WS-MNT-WK-NEW.
073400     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
073500     DISPLAY 'COMP3VPM: RULE SET ' WS-RULE-SET-ID ' WRITTEN, '
073600         WS-RULE-COUNT ' RULES'.
073700 3000-EXIT.
073800     EXIT.
073900
074000 3100-WRITE-RULE.
074100     MOVE SPACES TO PRIORITY-RULE-RECORD.
074200     MOVE 'R' TO PRIR-REC-TYPE.
074300     MOVE WS-TAB-RULE-DEPT(WS-RULE-IDX)     TO PRIR-DEPT.
074400     MOVE WS-TAB-RULE-VERDICT(WS-RULE-IDX)  TO PRIR-VERDICT-CODE.
074500     MOVE WS-TAB-RULE-PRIORITY(WS-RULE-IDX) TO PRIR-PRIORITY-FLAG.
074600     MOVE WS-TAB-RULE-ACTIVE(WS-RULE-IDX)   TO PRIR-ACTIVE-FLAG.
074700     MOVE WS-TAB-RULE-DATE(WS-RULE-IDX)     TO PRIR-DATE-CHANGED.
074800     MOVE WS-TAB-RULE-OPER(WS-RULE-IDX)     TO PRIR-CHANGED-BY.
074900     WRITE PRIORITY-RULE-RECORD.
075000 3100-EXIT.
075100     EXIT.
