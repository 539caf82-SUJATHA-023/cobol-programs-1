002340*                   BARE CODE.  A CODE NOT ON THE MASTER, OR A   *
002350*                   MISSING MASTER, FALLS BACK TO THE CODE AS    *
002360*                   BEFORE.                                      *
002361*  15-OCT-26  TK    THE RUN NOW CHECKS THE NIGHT-RUN             *
002362*                   STEP-CONTROL FILE (COMP3VSC) FIRST: COMP3VB  *
002363*                   MUST HAVE FINISHED CLEANLY FOR THE SAME      *
002364*                   BUSINESS DATE, OR THE RUN IS REFUSED UNLESS  *
002365*                   THE NEXT SYSIN LINE READS OVERRIDE FOLLOWED  *
002366*                   BY AN ACTIVE SUPERVISOR'S OPERATOR ID.  THE  *
002367*                   RUN'S START, FINISH AND RETURN CODE ARE      *
002368*                   RECORDED THERE.                              *
002370*  15-OCT-26  TK    THE OVERRIDE LINE NOW CARRIES THE            *
002375*                   SUPERVISOR'S PASSWORD AFTER THE ID, AND THE  *
002380*                   STEP CHECK SIGNS THE SUPERVISOR ON WITH IT.  *
002385******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
005700 77  WS-RPT-DSN                      PIC X(44) VALUE SPACES.
005800 77  WS-BUS-DATE-IN                  PIC X(08) VALUE SPACES.
005900 77  WS-BUS-DATE                     PIC 9(08) VALUE ZERO.
005910 77  WS-STPC-STARTED-SWITCH          PIC X(01) VALUE 'N'.
005920     88  WS-STPC-STARTED             VALUE 'Y'.
005930 77  WS-STPC-RC                      PIC 9(02) VALUE ZERO.
005940 77  WS-STPC-OVR-LINE                PIC X(80) VALUE SPACES.
005950 77  WS-STPC-OVR-WORD                PIC X(08) VALUE SPACES.
005960 77  WS-STPC-OVR-ID                  PIC X(08) VALUE SPACES.
005965 77  WS-STPC-OVR-PWD                 PIC X(08) VALUE SPACES.
005970     COPY STEPPARM.
006000
006100*    ONE TABLE ENTRY PER DETAIL LINE, WITH THE DEPARTMENT
006200*    LIFTED OUT IN FRONT SO THE SORT AND THE CONTROL BREAK
021300     PERFORM 3000-SORT-DETAILS  THRU 3000-EXIT.
021400     PERFORM 4000-PRINT-REPORT  THRU 4000-EXIT.
021500     PERFORM 5000-TERMINATE     THRU 5000-EXIT.
021510     PERFORM 9000-FINISH-STEP   THRU 9000-EXIT.
021600     STOP RUN.
021700
021800******************************************************************
022600     ELSE
022700         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
022800     END-IF.
022810     PERFORM 1900-CHECK-STEP-CONTROL THRU 1900-EXIT.
022820     PERFORM 1950-START-STEP    THRU 1950-EXIT.
022900     MOVE SPACES TO WS-RPT-DSN.
023000     STRING 'RPTFILE.D' WS-BUS-DATE DELIMITED BY SIZE
023100         INTO WS-RPT-DSN.
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.
024901
024902******************************************************************
024903*    1900-CHECK-STEP-CONTROL - THE STEP BEFORE THIS ONE MUST     *
024904*    HAVE FINISHED CLEANLY FOR THE SAME BUSINESS DATE.  IF NOT,  *
024905*    THE RUN IS REFUSED UNLESS THE NEXT SYSIN LINE READS         *
024906*    OVERRIDE, AN ACTIVE SUPERVISOR'S OPERATOR ID AND PASSWORD.  *
024907******************************************************************
024908 1900-CHECK-STEP-CONTROL.
024909     SET STPP-FUNC-CHECK TO TRUE.
024910     MOVE 'COMP3VPR' TO STPP-PROGRAM.
024911     MOVE WS-BUS-DATE TO STPP-BUS-DATE.
024912     MOVE SPACES TO STPP-SUPV-ID.
024913     CALL 'COMP3VSC' USING STEP-PARM.
024914     IF STPP-ERROR
024915         DISPLAY 'COMP3VPR: STEP CONTROL FAILED - ' STPP-MESSAGE
024916         GO TO 9999-EXIT
024917     END-IF.
024918     IF STPP-OK
024919         GO TO 1900-EXIT
024920     END-IF.
024921     DISPLAY 'COMP3VPR: ' STPP-MESSAGE.
024922     ACCEPT WS-STPC-OVR-LINE.
024923     UNSTRING WS-STPC-OVR-LINE DELIMITED BY ALL SPACE
024924         INTO WS-STPC-OVR-WORD WS-STPC-OVR-ID WS-STPC-OVR-PWD.
024925     IF WS-STPC-OVR-WORD NOT = 'OVERRIDE'
024926         OR WS-STPC-OVR-ID = SPACES
024927         OR WS-STPC-OVR-PWD = SPACES
024928         DISPLAY 'COMP3VPR: RUN REFUSED - SUPPLY OVERRIDE AND A '
024929             'SUPERVISOR ID AND PASSWORD ON SYSIN TO RUN PAST '
024930             STPP-BLOCK-PROGRAM
024931         MOVE 8 TO RETURN-CODE
024932         STOP RUN
024933     END-IF.
024934     SET STPP-FUNC-CHECK TO TRUE.
024935     MOVE WS-STPC-OVR-ID TO STPP-SUPV-ID.
024936     MOVE WS-STPC-OVR-PWD TO STPP-SUPV-PASSWORD.
024938     MOVE SPACES TO WS-STPC-OVR-LINE WS-STPC-OVR-PWD.
024940     CALL 'COMP3VSC' USING STEP-PARM.
024942     IF STPP-OVERRIDDEN
024944         DISPLAY 'COMP3VPR: RUN PAST ' STPP-BLOCK-PROGRAM
024946             ' OVERRIDDEN BY ' STPP-SUPV-ID
024948         GO TO 1900-EXIT
024950     END-IF.
024952     DISPLAY 'COMP3VPR: RUN REFUSED - ' STPP-MESSAGE.
024954     MOVE 8 TO RETURN-CODE.
024956     STOP RUN.
024958 1900-EXIT.
024960     EXIT.
024962
024964******************************************************************
024966*    1950-START-STEP - RECORD ON THE STEP-CONTROL FILE THAT THIS *
024968*    STEP IS UNDER WAY FOR THE BUSINESS DATE, WITH ANY OVERRIDE  *
024970*    THE CHECK ACCEPTED.                                         *
024972******************************************************************
024974 1950-START-STEP.
024976     SET STPP-FUNC-START TO TRUE.
024978     MOVE ZERO TO STPP-RUN-NBR.
024980     CALL 'COMP3VSC' USING STEP-PARM.
024982     IF STPP-ERROR
024984         DISPLAY 'COMP3VPR: STEP CONTROL FAILED - ' STPP-MESSAGE
024986         GO TO 9999-EXIT
024988     END-IF.
024990     SET WS-STPC-STARTED TO TRUE.
024992 1950-EXIT.
024994     EXIT.
025000
025002******************************************************************
025004*    1500-LOAD-DEPT-MASTER - TABLE THE DEPARTMENT MASTER SO THE  *
047900 5000-EXIT.
048000     EXIT.
048100
048102******************************************************************
048104*    9000-FINISH-STEP - RECORD THE STEP'S FINISH AND CONDITION   *
048106*    CODE.  THE CALL CLEARS RETURN-CODE, SO IT IS PUT BACK.      *
048108******************************************************************
048110 9000-FINISH-STEP.
048112     IF NOT WS-STPC-STARTED
048114         GO TO 9000-EXIT
048116     END-IF.
048118     MOVE 'N' TO WS-STPC-STARTED-SWITCH.
048120     MOVE RETURN-CODE TO WS-STPC-RC.
048122     SET STPP-FUNC-FINISH TO TRUE.
048124     MOVE WS-STPC-RC TO STPP-COND-CODE.
048126     CALL 'COMP3VSC' USING STEP-PARM.
048128     IF STPP-ERROR
048130         DISPLAY 'COMP3VPR: STEP CONTROL NOT UPDATED - '
048132             STPP-MESSAGE
048134     END-IF.
048136     MOVE WS-STPC-RC TO RETURN-CODE.
048138 9000-EXIT.
048140     EXIT.
048142
048200******************************************************************
048300*    9999-EXIT - COMMON ABEND / ERROR LANDING PARAGRAPH          *
048400******************************************************************
048500 9999-EXIT.
048600     MOVE 16 TO RETURN-CODE.
048610     PERFORM 9000-FINISH-STEP   THRU 9000-EXIT.
048700     STOP RUN.
