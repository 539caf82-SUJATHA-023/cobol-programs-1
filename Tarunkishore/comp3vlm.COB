001940*                  INTO A 500-ENTRY TABLE AND REWRITING IT
001950*                  ON EXIT, SO THERE IS NO CAP PAST WHICH
001960*                  LINES SILENTLY STOP RESOLVING.
001961* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
001962*                  PASSWORD AND GOES THROUGH COMP3VSO, WHICH
001963*                  LOCKS THE ID AFTER REPEATED FAILURES AND
001964*                  LOGS EVERY FAILED ATTEMPT.  A TEMPORARY
001965*                  OR EXPIRED PASSWORD MUST BE CHANGED
001966*                  BEFORE THE SESSION GOES ON.  THE OPERATOR
001967*                  MASTER IS NO LONGER READ HERE.
001970*-----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002720         RECORD KEY IS LINE-ID
002800         FILE STATUS IS WS-LINE-STATUS.
002810
002860     SELECT MAINT-FILE ASSIGN TO MAINTLOG
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-MAINT-STATUS.
003200 FD  LINE-FILE.
003400     COPY LINEREC.
003410
003460 FD  MAINT-FILE
003470     RECORDING MODE IS F.
003480     COPY MNTAUDIT.
006300    77 WS-WORK-ID PIC 9(06) VALUE ZERO.
006400    77 WS-INPUT-NAME PIC X(20) VALUE SPACES.
006500    77 WS-INPUT-DEPT PIC X(10) VALUE SPACES.
006520    77 WS-MAINT-STATUS PIC X(02).
006530    77 WS-OPER-ID PIC X(08) VALUE SPACES.
006540    77 WS-OPER-NAME PIC X(20) VALUE SPACES.
006550    77 WS-OPER-PASSWORD PIC X(08) VALUE SPACES.
006560    77 WS-OPER-TRIES PIC 9(01) VALUE ZERO.
006581    01  WS-DEPT-TABLE.
006582        05  WS-DEPT-ENTRY OCCURS 100 TIMES.
006583            10  WS-TAB-DEPT-CODE    PIC X(10).
006594    77 WS-MNT-WK-FIELD PIC X(10) VALUE SPACES.
006595    77 WS-MNT-WK-OLD PIC X(30) VALUE SPACES.
006596    77 WS-MNT-WK-NEW PIC X(30) VALUE SPACES.
006598    COPY SIGNPARM.
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
006710     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
007700     STOP RUN.
007710
007712*-----------------------------------------------------------
007713* 0400-SIGN-ON - THE OPERATOR SIGNS ON WITH AN ID AND
007714* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
007715* OPERATOR MASTER, ACTIVE AND NOT LOCKED OUT.  THREE FAILED
007716* TRIES END THE SESSION.  EVERY MAINTENANCE AUDIT RECORD
007717* THIS SESSION WRITES CARRIES THE ID.
007720*-----------------------------------------------------------
007722 0400-SIGN-ON.
007724     MOVE 'N' TO WS-VALID-SWITCH.
007732 0400-EXIT.
007734     EXIT.
007736
007737 0410-PROMPT-OPERATOR.
007738     IF WS-OPER-TRIES >= 3
007739         DISPLAY 'COMP3VLM: TOO MANY FAILED SIGN-ONS - SESSION '
007740             'ENDED'
007741         STOP RUN
007742     END-IF.
007743     DISPLAY 'ENTER OPERATOR ID'.
007744     ACCEPT WS-OPER-ID.
007745     IF WS-OPER-ID = SPACES
007746         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
007747         GO TO 0410-EXIT
007748     END-IF.
007749     ADD 1 TO WS-OPER-TRIES.
007750     DISPLAY 'ENTER PASSWORD'.
007751     ACCEPT WS-OPER-PASSWORD.
007752     SET SGNP-FUNC-SIGNON TO TRUE.
007753     MOVE 'COMP3VLM' TO SGNP-PROGRAM.
007754     MOVE WS-OPER-ID TO SGNP-OPER-ID.
007755     MOVE WS-OPER-PASSWORD TO SGNP-PASSWORD.
007756     MOVE SPACES TO WS-OPER-PASSWORD.
007757     CALL 'COMP3VSO' USING SIGN-PARM.
007758     IF SGNP-CHANGE-NEEDED
007759         DISPLAY SGNP-MESSAGE
007760         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
007761     END-IF.
007762     IF SGNP-OK
007763         SET WS-VALID-ENTRY TO TRUE
007764         MOVE SGNP-OPER-NAME TO WS-OPER-NAME
007765         IF SGNP-MESSAGE NOT = SPACES
007766             DISPLAY SGNP-MESSAGE
007767         END-IF
007768     ELSE
007769         DISPLAY SGNP-MESSAGE
007770     END-IF.
007771     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
007772 0410-EXIT.
007773     EXIT.
007774
007775*-----------------------------------------------------------
007776* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
007777* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
007778* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
007779*-----------------------------------------------------------
007780 0420-CHANGE-PASSWORD.
007781     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
007782         'ONE LETTER AND ONE DIGIT)'.
007783     ACCEPT SGNP-NEW-PASSWORD.
007784     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
007785     ACCEPT WS-OPER-PASSWORD.
007786     IF WS-OPER-PASSWORD NOT = SGNP-NEW-PASSWORD
007787         MOVE SPACES TO WS-OPER-PASSWORD
007788         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
007789             TO SGNP-MESSAGE
007790         SET SGNP-REFUSED TO TRUE
007791         GO TO 0420-EXIT
007792     END-IF.
007793     MOVE SPACES TO WS-OPER-PASSWORD.
007794     SET SGNP-FUNC-CHANGE TO TRUE.
007795     CALL 'COMP3VSO' USING SIGN-PARM.
007796 0420-EXIT.
007797     EXIT.
007838
007840*-----------------------------------------------------------
007842* 0600-OPEN-MAINT-LOG - THE MAINTENANCE AUDIT LOG IS ALWAYS
