002000*                  AGAINST THE OPERATOR MASTER AND WRITES THE
002100*                  SAME BEFORE/AFTER MAINTENANCE AUDIT TRAIL
002200*                  AS THE OTHER MAINTENANCE SCREENS.
002210* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
002220*                  PASSWORD AND GOES THROUGH COMP3VSO, WHICH
002230*                  LOCKS THE ID AFTER REPEATED FAILURES AND
002240*                  LOGS EVERY FAILED ATTEMPT.  A TEMPORARY
002250*                  OR EXPIRED PASSWORD MUST BE CHANGED
002260*                  BEFORE THE SESSION GOES ON.  THE OPERATOR
002270*                  MASTER IS NO LONGER READ HERE.
002300*-----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CAL-STATUS.
003300
003800     SELECT MAINT-FILE ASSIGN TO MAINTLOG
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MAINT-STATUS.
004500     RECORDING MODE IS F.
004600     COPY CALREC.
004700
005200 FD  MAINT-FILE
005300     RECORDING MODE IS F.
005400     COPY MNTAUDIT.
006100            10  WS-TAB-CAL-DESC     PIC X(20).
006200
006300    77 WS-CAL-STATUS PIC X(02).
006500    77 WS-MAINT-STATUS PIC X(02).
006600    77 WS-CAL-COUNT PIC 9(03) COMP VALUE ZERO.
006700    77 WS-CAL-IDX PIC 9(03) COMP VALUE ZERO.
008400    77 WS-INPUT-DESC PIC X(20) VALUE SPACES.
008500    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
008600    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
008610    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
008620    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
009100    77 WS-MNT-WK-ACTION PIC X(01) VALUE SPACE.
009200    77 WS-MNT-WK-FIELD PIC X(10) VALUE SPACES.
009300    77 WS-MNT-WK-OLD PIC X(30) VALUE SPACES.
009403                                PIC X(120).
009404    77 WS-AUDQ-COUNT PIC 9(03) COMP VALUE ZERO.
009405    77 WS-AUDQ-IDX PIC 9(03) COMP VALUE ZERO.
009410    COPY SIGNPARM.
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
011000     STOP RUN.
011100
011200*-----------------------------------------------------------
011210* 0400-SIGN-ON - THE OPERATOR SIGNS ON WITH AN ID AND PASSWORD,
011220* CHECKED BY COMP3VSO: THE ID MUST BE ON THE OPERATOR MASTER,
011230* ACTIVE AND NOT LOCKED OUT.  THREE FAILED TRIES END THE
011240* SESSION.  EVERY MAINTENANCE AUDIT RECORD THIS SESSION WRITES
011250* CARRIES THE ID.
011600*-----------------------------------------------------------
011700 0400-SIGN-ON.
011800     MOVE 'N' TO WS-VALID-SWITCH.
012200 0400-EXIT.
012300     EXIT.
012400
012410 0410-PROMPT-OPERATOR.
012420     IF WS-SIGNON-TRIES >= 3
012430         DISPLAY 'COMP3VCM: TOO MANY FAILED SIGN-ONS - SESSION '
012440             'ENDED'
012450         STOP RUN
012460     END-IF.
012470     DISPLAY 'ENTER OPERATOR ID'.
012480     ACCEPT WS-SIGNON-ID.
012490     IF WS-SIGNON-ID = SPACES
012500         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
012510         GO TO 0410-EXIT
012520     END-IF.
012530     ADD 1 TO WS-SIGNON-TRIES.
012540     DISPLAY 'ENTER PASSWORD'.
012550     ACCEPT WS-SIGNON-PASSWORD.
012560     SET SGNP-FUNC-SIGNON TO TRUE.
012570     MOVE 'COMP3VCM' TO SGNP-PROGRAM.
012580     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
012590     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
012600     MOVE SPACES TO WS-SIGNON-PASSWORD.
012610     CALL 'COMP3VSO' USING SIGN-PARM.
012620     IF SGNP-CHANGE-NEEDED
012630         DISPLAY SGNP-MESSAGE
012640         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
012650     END-IF.
012660     IF SGNP-OK
012670         SET WS-VALID-ENTRY TO TRUE
012680         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
012690         IF SGNP-MESSAGE NOT = SPACES
012700             DISPLAY SGNP-MESSAGE
012710         END-IF
012720     ELSE
012730         DISPLAY SGNP-MESSAGE
012740     END-IF.
012750     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
012760 0410-EXIT.
012770     EXIT.
012780
012790*-----------------------------------------------------------
012800* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
012810* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
012820* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
012830*-----------------------------------------------------------
012840 0420-CHANGE-PASSWORD.
012850     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
012860         'ONE LETTER AND ONE DIGIT)'.
012870     ACCEPT SGNP-NEW-PASSWORD.
012880     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
012890     ACCEPT WS-SIGNON-PASSWORD.
012900     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
012910         MOVE SPACES TO WS-SIGNON-PASSWORD
012920         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
012930             TO SGNP-MESSAGE
012940         SET SGNP-REFUSED TO TRUE
012950         GO TO 0420-EXIT
012960     END-IF.
012970     MOVE SPACES TO WS-SIGNON-PASSWORD.
012980     SET SGNP-FUNC-CHANGE TO TRUE.
012990     CALL 'COMP3VSO' USING SIGN-PARM.
013000 0420-EXIT.
013010     EXIT.
017500
017600*-----------------------------------------------------------
017700* 0600-OPEN-MAINT-LOG - THE MAINTENANCE AUDIT LOG IS ALWAYS
