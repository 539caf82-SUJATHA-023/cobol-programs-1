002000*                  THE OPERATOR MASTER AND WRITES THE SAME
002100*                  BEFORE/AFTER MAINTENANCE AUDIT TRAIL AS
002200*                  THE OTHER MAINTENANCE SCREENS.
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
003200         FILE STATUS IS WS-DEPT-STATUS.
003300
003800     SELECT MAINT-FILE ASSIGN TO MAINTLOG
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MAINT-STATUS.
004500     RECORDING MODE IS F.
004600     COPY DEPTREC.
004700
005200 FD  MAINT-FILE
005300     RECORDING MODE IS F.
005400     COPY MNTAUDIT.
006300            10  WS-TAB-DEPT-DATE    PIC 9(08).
006400
006500    77 WS-DEPT-STATUS PIC X(02).
006700    77 WS-MAINT-STATUS PIC X(02).
006800    77 WS-DEPT-COUNT PIC 9(03) COMP VALUE ZERO.
006900    77 WS-DEPT-IDX PIC 9(03) COMP VALUE ZERO.
008600    77 WS-INPUT-SUPV PIC X(20) VALUE SPACES.
008700    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
008800    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
008810    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
008820    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
009300    77 WS-MNT-WK-ACTION PIC X(01) VALUE SPACE.
009400    77 WS-MNT-WK-FIELD PIC X(10) VALUE SPACES.
009500    77 WS-MNT-WK-OLD PIC X(30) VALUE SPACES.
009603                                PIC X(120).
009604    77 WS-AUDQ-COUNT PIC 9(03) COMP VALUE ZERO.
009605    77 WS-AUDQ-IDX PIC 9(03) COMP VALUE ZERO.
009610    COPY SIGNPARM.
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
011100     STOP RUN.
011200
011300*-----------------------------------------------------------
011310* 0400-SIGN-ON - THE OPERATOR SIGNS ON WITH AN ID AND
011320* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
011330* OPERATOR MASTER, ACTIVE AND NOT LOCKED OUT.  THREE FAILED
011340* TRIES END THE SESSION.  EVERY MAINTENANCE AUDIT RECORD
011350* THIS SESSION WRITES CARRIES THE ID.
011700*-----------------------------------------------------------
011800 0400-SIGN-ON.
011900     MOVE 'N' TO WS-VALID-SWITCH.
012300 0400-EXIT.
012400     EXIT.
012500
012510 0410-PROMPT-OPERATOR.
012520     IF WS-SIGNON-TRIES >= 3
012530         DISPLAY 'COMP3VDM: TOO MANY FAILED SIGN-ONS - SESSION '
012540             'ENDED'
012550         STOP RUN
012560     END-IF.
012570     DISPLAY 'ENTER OPERATOR ID'.
012580     ACCEPT WS-SIGNON-ID.
012590     IF WS-SIGNON-ID = SPACES
012600         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
012610         GO TO 0410-EXIT
012620     END-IF.
012630     ADD 1 TO WS-SIGNON-TRIES.
012640     DISPLAY 'ENTER PASSWORD'.
012650     ACCEPT WS-SIGNON-PASSWORD.
012660     SET SGNP-FUNC-SIGNON TO TRUE.
012670     MOVE 'COMP3VDM' TO SGNP-PROGRAM.
012680     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
012690     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
012700     MOVE SPACES TO WS-SIGNON-PASSWORD.
012710     CALL 'COMP3VSO' USING SIGN-PARM.
012720     IF SGNP-CHANGE-NEEDED
012730         DISPLAY SGNP-MESSAGE
012740         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
012750     END-IF.
012760     IF SGNP-OK
012770         SET WS-VALID-ENTRY TO TRUE
012780         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
012790         IF SGNP-MESSAGE NOT = SPACES
012800             DISPLAY SGNP-MESSAGE
012810         END-IF
012820     ELSE
012830         DISPLAY SGNP-MESSAGE
012840     END-IF.
012850     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
012860 0410-EXIT.
012870     EXIT.
012880
012890*-----------------------------------------------------------
012900* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
012910* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
012920* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
012930*-----------------------------------------------------------
012940 0420-CHANGE-PASSWORD.
012950     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
012960         'ONE LETTER AND ONE DIGIT)'.
012970     ACCEPT SGNP-NEW-PASSWORD.
012980     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
012990     ACCEPT WS-SIGNON-PASSWORD.
013000     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
013010         MOVE SPACES TO WS-SIGNON-PASSWORD
013020         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
013030             TO SGNP-MESSAGE
013040         SET SGNP-REFUSED TO TRUE
013050         GO TO 0420-EXIT
013060     END-IF.
013070     MOVE SPACES TO WS-SIGNON-PASSWORD.
013080     SET SGNP-FUNC-CHANGE TO TRUE.
013090     CALL 'COMP3VSO' USING SIGN-PARM.
013100 0420-EXIT.
013110     EXIT.
017600
017700*-----------------------------------------------------------
017800* 0600-OPEN-MAINT-LOG - THE MAINTENANCE AUDIT LOG IS ALWAYS
