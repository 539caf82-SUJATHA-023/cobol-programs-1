002430*                   COMP3VST MORNING STATUS PAGE CARRIES THE     *
002440*                   ARCHIVE COUNTS AND THIS STEP'S CONDITION     *
002450*                   CODE INSTEAD OF NEEDING THE JOB LOG.         *
002452*  15-OCT-26  TK    THE RUN NOW CHECKS THE NIGHT-RUN             *
002454*                   STEP-CONTROL FILE (COMP3VSC) ONCE THE CUTOFF *
002456*                   DATE IS READ.  COMP3VB MUST HAVE FINISHED    *
002458*                   CLEANLY FOR TODAY'S BUSINESS DATE, SO NO     *
002460*                   AUDIT RECORD IS ARCHIVED WHILE THE NIGHT'S   *
002462*                   RUN MAY STILL BE WRITING OR RESTARTING;      *
002464*                   OTHERWISE THE RUN IS REFUSED UNLESS THE NEXT *
002466*                   SYSIN LINE READS OVERRIDE FOLLOWED BY AN     *
002468*                   ACTIVE SUPERVISOR'S OPERATOR ID.  THE RUN'S  *
002470*                   START, FINISH AND RETURN CODE ARE RECORDED   *
002472*                   THERE.                                       *
002475*  15-OCT-26  TK    THE OVERRIDE LINE NOW CARRIES THE            *
002480*                   SUPERVISOR'S PASSWORD AFTER THE ID, AND THE  *
002485*                   STEP CHECK SIGNS THE SUPERVISOR ON WITH IT.  *
002486*  15-OCT-26  TK    THE AUDIT RECORD IS NOW 426 BYTES (THE LINE *
002488*                   ID OF EACH RANKED ENTRY ADDED AT ITS END);   *
002490*                   THE ARCHIVE, NEW LOG AND INDEXED LOG RECORDS *
002492*                   ARE WIDENED TO MATCH.                        *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005700
005800 FD  ARCHIVE-FILE
005900     RECORDING MODE IS F.
006000 01  ARCHIVE-RECORD                  PIC X(426).
006100
006200 FD  NEWLOG-FILE
006300     RECORDING MODE IS F.
006400 01  NEWLOG-RECORD                   PIC X(426).
006410
006420 FD  STATUS-FILE
006430     RECORDING MODE IS F.
008310 77  WS-STAT-STATUS                  PIC X(02).
008320     88  WS-STAT-OK                  VALUE '00'.
008330 77  WS-TODAY                        PIC 9(08) VALUE ZERO.
008331 77  WS-STPC-STARTED-SWITCH          PIC X(01) VALUE 'N'.
008332     88  WS-STPC-STARTED             VALUE 'Y'.
008333 77  WS-STPC-RC                      PIC 9(02) VALUE ZERO.
008334 77  WS-STPC-OVR-LINE                PIC X(80) VALUE SPACES.
008335 77  WS-STPC-OVR-WORD                PIC X(08) VALUE SPACES.
008336 77  WS-STPC-OVR-ID                  PIC X(08) VALUE SPACES.
008337 77  WS-STPC-OVR-PWD                 PIC X(08) VALUE SPACES.
008338     COPY STEPPARM.
008340
008400 77  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
008500 77  WS-ARCH-DSN                     PIC X(44) VALUE SPACES.
010300     PERFORM 2000-SPLIT-RECORD   THRU 2000-EXIT
010400         UNTIL WS-EOF.
010500     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
010510     PERFORM 9000-FINISH-STEP    THRU 9000-EXIT.
010600     STOP RUN.
010700
010800******************************************************************
011500         DISPLAY 'COMP3VAH: CUTOFF DATE MUST BE YYYYMMDD'
011600         GO TO 9999-EXIT
011700     END-IF.
011710     PERFORM 1900-CHECK-STEP-CONTROL THRU 1900-EXIT.
011720     PERFORM 1950-START-STEP     THRU 1950-EXIT.
011800     DISPLAY 'COMP3VAH: ARCHIVING AUDIT RECORDS OLDER THAN '
011900         WS-CUTOFF-DATE.
012000     OPEN INPUT AUDIT-FILE.
014300     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
014400 1000-EXIT.
014500     EXIT.
014501
014502******************************************************************
014503*    1900-CHECK-STEP-CONTROL - THE STEP BEFORE THIS ONE MUST     *
014504*    HAVE FINISHED CLEANLY FOR THE SAME BUSINESS DATE.  IF NOT,  *
014505*    THE RUN IS REFUSED UNLESS THE NEXT SYSIN LINE READS         *
014506*    OVERRIDE, AN ACTIVE SUPERVISOR'S OPERATOR ID AND PASSWORD.  *
014507******************************************************************
014508 1900-CHECK-STEP-CONTROL.
014509     SET STPP-FUNC-CHECK TO TRUE.
014510     MOVE 'COMP3VAH' TO STPP-PROGRAM.
014511     MOVE WS-TODAY TO STPP-BUS-DATE.
014512     MOVE SPACES TO STPP-SUPV-ID.
014513     CALL 'COMP3VSC' USING STEP-PARM.
014514     IF STPP-ERROR
014515         DISPLAY 'COMP3VAH: STEP CONTROL FAILED - ' STPP-MESSAGE
014516         GO TO 9999-EXIT
014517     END-IF.
014518     IF STPP-OK
014519         GO TO 1900-EXIT
014520     END-IF.
014521     DISPLAY 'COMP3VAH: ' STPP-MESSAGE.
014522     ACCEPT WS-STPC-OVR-LINE.
014523     UNSTRING WS-STPC-OVR-LINE DELIMITED BY ALL SPACE
014524         INTO WS-STPC-OVR-WORD WS-STPC-OVR-ID WS-STPC-OVR-PWD.
014525     IF WS-STPC-OVR-WORD NOT = 'OVERRIDE'
014526         OR WS-STPC-OVR-ID = SPACES
014527         OR WS-STPC-OVR-PWD = SPACES
014528         DISPLAY 'COMP3VAH: RUN REFUSED - SUPPLY OVERRIDE AND A '
014529             'SUPERVISOR ID AND PASSWORD ON SYSIN TO RUN PAST '
014530             STPP-BLOCK-PROGRAM
014531         MOVE 8 TO RETURN-CODE
014532         STOP RUN
014533     END-IF.
014534     SET STPP-FUNC-CHECK TO TRUE.
014535     MOVE WS-STPC-OVR-ID TO STPP-SUPV-ID.
014536     MOVE WS-STPC-OVR-PWD TO STPP-SUPV-PASSWORD.
014538     MOVE SPACES TO WS-STPC-OVR-LINE WS-STPC-OVR-PWD.
014540     CALL 'COMP3VSC' USING STEP-PARM.
014542     IF STPP-OVERRIDDEN
014544         DISPLAY 'COMP3VAH: RUN PAST ' STPP-BLOCK-PROGRAM
014546             ' OVERRIDDEN BY ' STPP-SUPV-ID
014548         GO TO 1900-EXIT
014550     END-IF.
014552     DISPLAY 'COMP3VAH: RUN REFUSED - ' STPP-MESSAGE.
014554     MOVE 8 TO RETURN-CODE.
014556     STOP RUN.
014558 1900-EXIT.
014560     EXIT.
014562
014564******************************************************************
014566*    1950-START-STEP - RECORD ON THE STEP-CONTROL FILE THAT THIS *
014568*    STEP IS UNDER WAY FOR THE BUSINESS DATE, WITH ANY OVERRIDE  *
014570*    THE CHECK ACCEPTED.                                         *
014572******************************************************************
014574 1950-START-STEP.
014576     SET STPP-FUNC-START TO TRUE.
014578     MOVE ZERO TO STPP-RUN-NBR.
014580     CALL 'COMP3VSC' USING STEP-PARM.
014582     IF STPP-ERROR
014584         DISPLAY 'COMP3VAH: STEP CONTROL FAILED - ' STPP-MESSAGE
014586         GO TO 9999-EXIT
014588     END-IF.
014590     SET WS-STPC-STARTED TO TRUE.
014592 1950-EXIT.
014594     EXIT.
014600
014700******************************************************************
014800*    2000-SPLIT-RECORD - ONE AUDIT RECORD GOES EITHER TO THE     *
025980 3500-EXIT.
025982     EXIT.
026000
026002******************************************************************
026004*    9000-FINISH-STEP - RECORD THE STEP'S FINISH AND CONDITION   *
026006*    CODE.  THE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.      *
026008******************************************************************
026010 9000-FINISH-STEP.
026012     IF NOT WS-STPC-STARTED
026014         GO TO 9000-EXIT
026016     END-IF.
026018     MOVE 'N' TO WS-STPC-STARTED-SWITCH.
026020     MOVE RETURN-CODE TO WS-STPC-RC.
026022     SET STPP-FUNC-FINISH TO TRUE.
026024     MOVE WS-STPC-RC TO STPP-COND-CODE.
026026     CALL 'COMP3VSC' USING STEP-PARM.
026028     IF STPP-ERROR
026030         DISPLAY 'COMP3VAH: STEP CONTROL NOT UPDATED - '
026032             STPP-MESSAGE
026034     END-IF.
026036     MOVE WS-STPC-RC TO RETURN-CODE.
026038 9000-EXIT.
026040     EXIT.
026042
026100******************************************************************
026200*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
026300******************************************************************
026400 9999-EXIT.
026500     MOVE 16 TO RETURN-CODE.
026510     PERFORM 9000-FINISH-STEP    THRU 9000-EXIT.
026600     STOP RUN.
