002120*                   DATES, SO LEDGER AGING CAN BE COMPUTED FROM  *
002130*                   THE DATE SENT INSTEAD OF COUNTED PER RUN     *
002140*                   (A RERUN MUST NOT AGE AN ITEM TWICE).        *
002150*  15-OCT-26  TK    NEW 'E' FUNCTION: CALENDAR DAYS ELAPSED      *
002160*                   BETWEEN TWO DATES, FOR THE SIGN-ON PASSWORD  *
002170*                   EXPIRY IN COMP3VSO.                          *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
011320                     IF CALP-FUNC-DIST
011340                         PERFORM 4500-COUNT-DISTANCE
011360                             THRU 4500-EXIT
011370                     ELSE
011380                         IF CALP-FUNC-ELAPSED
011390                             PERFORM 6000-COUNT-ELAPSED
011400                                 THRU 6000-EXIT
011410                         ELSE
011420                             SET CALP-ERROR TO TRUE
011430                         END-IF
011440                     END-IF
011500                 END-IF
011600             END-IF
011700         END-IF
031100     MOVE WS-DATE-SPLIT TO WS-CHK-DATE.
031200 5200-EXIT.
031300     EXIT.
031310
031320******************************************************************
031330*    6000-COUNT-ELAPSED - CALENDAR DAYS FROM CALP-IN-DATE TO     *
031340*    CALP-TO-DATE, WEEKENDS AND HOLIDAYS INCLUDED.  THE SAME     *
031350*    DATE (OR AN EARLIER ONE) IS ZERO; 999 OR MORE DAYS APART    *
031360*    COMES BACK AS 999.                                          *
031370******************************************************************
031380 6000-COUNT-ELAPSED.
031390     IF CALP-TO-DATE NOT NUMERIC OR CALP-TO-DATE = ZERO
031400         SET CALP-ERROR TO TRUE
031410         GO TO 6000-EXIT
031420     END-IF.
031430     MOVE CALP-TO-DATE TO WS-CHK-DATE.
031440     PERFORM 5100-DATE-TO-JDN THRU 5100-EXIT.
031450     MOVE WS-JD-NBR TO WS-TO-JDN.
031460     MOVE CALP-IN-DATE TO WS-CHK-DATE.
031470     PERFORM 5100-DATE-TO-JDN THRU 5100-EXIT.
031480     IF WS-TO-JDN <= WS-JD-NBR
031490         GO TO 6000-EXIT
031500     END-IF.
031510     IF WS-TO-JDN - WS-JD-NBR > 999
031520         MOVE 999 TO CALP-DAY-COUNT
031530     ELSE
031540         COMPUTE CALP-DAY-COUNT = WS-TO-JDN - WS-JD-NBR
031550     END-IF.
031560 6000-EXIT.
031570     EXIT.
