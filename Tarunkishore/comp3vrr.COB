002450*                  ACCUMULATE ACROSS NIGHTS AND A SUPPLEMENTAL
002460*                  COMP3VB PASS CAN ONLY EVER SCORE ITS OWN
002470*                  DATE'S RECORDS.
002472* 15-OCT-26  TK    THE REJECT FILE LAYOUT NOW COMES FROM THE
002474*                  REJTREC COPYBOOK SHARED WITH COMP3VED.
002476*                  EACH REJECT SHOWS THE STATION, SHIFT AND
002478*                  BUSINESS DATE OF THE DROP IT CAME IN ON,
002480*                  AND CARRIES THEM ONTO THE DROP LOG AND
002482*                  BACK ONTO THE REJECT FILE.  THE NEW
002484*                  REASON 07 (ID ALREADY RECEIVED IN AN
002486*                  EARLIER DROP) IS SPELLED OUT.
002488*                  DROP-TOTALS RECORDS ARE NOT OFFERED FOR
002490*                  REVIEW; EACH IS KEPT ON THE FILE WHILE
002492*                  ANY REJECT FROM ITS DROP IS STILL HELD.
002493* 15-OCT-26  TK    THE SESSION NOW OPENS WITH AN OPERATOR
002494*                  SIGN-ON (ID AND PASSWORD, THROUGH
002495*                  COMP3VSO), SO A DROPPED RECORD IS NO
002496*                  LONGER ANONYMOUS: THE DROP LOG CARRIES
002497*                  THE SIGNED-ON OPERATOR ID AT THE END OF
002498*                  EACH RECORD.
002500* 15-OCT-26  TK    EACH CORRECTED RECORD IS NOW ALSO LOGGED
002510*                  ON THE DROP LOG UNDER THE RESERVED
002520*                  DISPOSITION RP, WITH ITS REASON, THE LINE
002530*                  AS CORRECTED AND THE BUSINESS DATE,
002540*                  STATION AND SHIFT OF ITS DROP, SO REPAIRS
002550*                  ARE COUNTED RATHER THAN INFERRED. RP CAN
002560*                  NO LONGER BE ENTERED AS A DROP
002570*                  DISPOSITION.
002572* 15-OCT-26  TK    THE DROP LOG LAYOUT NOW COMES FROM THE
002574*                  DROPREC COPYBOOK SHARED WITH COMP3VDS.
002580*-----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
004500 FILE SECTION.
004600 FD  REJECT-FILE
004700     RECORDING MODE IS F.
004710     COPY REJTREC.
005200
005300 FD  RECYCLE-FILE
005400     RECORDING MODE IS F.
005600
005700 FD  DROP-FILE
005800     RECORDING MODE IS F.
005810     COPY DROPREC.
006700
006800 WORKING-STORAGE SECTION.
006900    01  WS-REJ-TABLE.
007300            10  WS-TAB-DECISION     PIC X(01).
007400            10  WS-TAB-FIXED-DATA   PIC X(80).
007500            10  WS-TAB-DISP-CODE    PIC X(02).
007510            10  WS-TAB-REJ-BUS-DATE PIC X(08).
007520            10  WS-TAB-REJ-STATION  PIC X(04).
007530            10  WS-TAB-REJ-SHIFT    PIC X(01).
007600
007610*   DROP-TOTALS RECORDS ARE NOT REVIEWED; THEY ARE HELD HERE
007620*   WHOLE AND WRITTEN BACK WHILE THEIR DROP HAS A REJECT HELD.
007630    01  WS-DT-TABLE.
007640        05  WS-DT-RECORD OCCURS 100 TIMES PIC X(96).
007650
007700*   THE REJECTED RECORD SPREAD INTO ITS DETAIL FIELDS, SO ONE
007800*   FIELD AT A TIME CAN BE SHOWN AND CORRECTED.
007900    01  WS-FIX-AREA PIC X(80).
010300    77 WS-REASON-TEXT PIC X(40) VALUE SPACES.
010400    77 WS-INPUT-FIELD PIC X(09) VALUE SPACES.
010500    77 WS-INPUT-DISP PIC X(02) VALUE SPACES.
010510       88 WS-DISP-RESERVED VALUE 'RP'.
010600    77 WS-CLEAN-SWITCH PIC X(01) VALUE 'N'.
010700       88 WS-RECORD-CLEAN VALUE 'Y'.
010800    77 WS-TODAY PIC 9(08) VALUE ZERO.
010820    77 WS-RCY-DSN PIC X(44) VALUE SPACES.
010840    77 WS-BUS-DATE-IN PIC X(08) VALUE SPACES.
010860    77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
010865    77 WS-DT-COUNT PIC 9(03) COMP VALUE ZERO.
010870    77 WS-DT-IDX PIC 9(03) COMP VALUE ZERO.
010875    77 WS-HELD-SWITCH PIC X(01) VALUE 'N'.
010880       88 WS-DROP-STILL-HELD VALUE 'Y'.
010882    77 WS-OPER-ID PIC X(08) VALUE SPACES.
010884    77 WS-OPER-NAME PIC X(20) VALUE SPACES.
010886    77 WS-OPER-PASSWORD PIC X(08) VALUE SPACES.
010888    77 WS-OPER-TRIES PIC 9(01) VALUE ZERO.
010890    COPY SIGNPARM.
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
011105     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
011110     MOVE 'N' TO WS-VALID-SWITCH.
011120     PERFORM 0500-GET-BUS-DATE THRU 0500-EXIT
011130         UNTIL WS-VALID-ENTRY.
012100     DISPLAY 'COMP3VRR: REPAIR SESSION ENDED'.
012200     STOP RUN.
012300
012301*-----------------------------------------------------------
012302* 0400-SIGN-ON - THE OPERATOR SIGNS ON WITH AN ID AND
012303* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
012304* OPERATOR MASTER, ACTIVE AND NOT LOCKED OUT.  THREE FAILED
012305* TRIES END THE SESSION.  EVERY RECORD DROPPED THIS SESSION
012306* CARRIES THE ID ON THE DROP LOG.
012307*-----------------------------------------------------------
012308 0400-SIGN-ON.
012309     MOVE 'N' TO WS-VALID-SWITCH.
012310     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
012311         UNTIL WS-VALID-ENTRY.
012312     DISPLAY 'SIGNED ON: ' WS-OPER-ID ' ' WS-OPER-NAME.
012313 0400-EXIT.
012314     EXIT.
012315
012316 0410-PROMPT-OPERATOR.
012317     IF WS-OPER-TRIES >= 3
012318         DISPLAY 'COMP3VRR: TOO MANY FAILED SIGN-ONS - SESSION '
012319             'ENDED'
012320         STOP RUN
012321     END-IF.
012322     DISPLAY 'ENTER OPERATOR ID'.
012323     ACCEPT WS-OPER-ID.
012324     IF WS-OPER-ID = SPACES
012325         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
012326         GO TO 0410-EXIT
012327     END-IF.
012328     ADD 1 TO WS-OPER-TRIES.
012329     DISPLAY 'ENTER PASSWORD'.
012330     ACCEPT WS-OPER-PASSWORD.
012331     SET SGNP-FUNC-SIGNON TO TRUE.
012332     MOVE 'COMP3VRR' TO SGNP-PROGRAM.
012333     MOVE WS-OPER-ID TO SGNP-OPER-ID.
012334     MOVE WS-OPER-PASSWORD TO SGNP-PASSWORD.
012335     MOVE SPACES TO WS-OPER-PASSWORD.
012336     CALL 'COMP3VSO' USING SIGN-PARM.
012337     IF SGNP-CHANGE-NEEDED
012338         DISPLAY SGNP-MESSAGE
012339         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
012340     END-IF.
012341     IF SGNP-OK
012342         SET WS-VALID-ENTRY TO TRUE
012343         MOVE SGNP-OPER-NAME TO WS-OPER-NAME
012344         IF SGNP-MESSAGE NOT = SPACES
012345             DISPLAY SGNP-MESSAGE
012346         END-IF
012347     ELSE
012348         DISPLAY SGNP-MESSAGE
012349     END-IF.
012350     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
012351 0410-EXIT.
012352     EXIT.
012353
012354*-----------------------------------------------------------
012355* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
012356* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
012357* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
012358*-----------------------------------------------------------
012359 0420-CHANGE-PASSWORD.
012360     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
012361         'ONE LETTER AND ONE DIGIT)'.
012362     ACCEPT SGNP-NEW-PASSWORD.
012363     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
012364     ACCEPT WS-OPER-PASSWORD.
012365     IF WS-OPER-PASSWORD NOT = SGNP-NEW-PASSWORD
012366         MOVE SPACES TO WS-OPER-PASSWORD
012367         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
012368             TO SGNP-MESSAGE
012369         SET SGNP-REFUSED TO TRUE
012370         GO TO 0420-EXIT
012371     END-IF.
012372     MOVE SPACES TO WS-OPER-PASSWORD.
012373     SET SGNP-FUNC-CHANGE TO TRUE.
012374     CALL 'COMP3VSO' USING SIGN-PARM.
012375 0420-EXIT.
012376     EXIT.
012377
012378*-----------------------------------------------------------
012379* 0500-GET-BUS-DATE - THE CORRECTED RECORDS GO ONTO THE
012380* RECYCLE GENERATION FOR ONE BUSINESS DATE, THE SAME DATE
012381* THE SUPPLEMENTAL COMP3VB PASS WILL SCORE; BLANK MEANS
012382* TODAY.
012383*-----------------------------------------------------------
012384 0500-GET-BUS-DATE.
012385     DISPLAY 'ENTER BUSINESS DATE OF THE RECYCLE '
012386         '(YYYYMMDD, BLANK = TODAY)'.
012387     ACCEPT WS-BUS-DATE-IN.
012388     IF WS-BUS-DATE-IN = SPACES
012389         MOVE WS-TODAY TO WS-BUS-DATE
012390         SET WS-VALID-ENTRY TO TRUE
012391     ELSE
012392         IF WS-BUS-DATE-IN IS NUMERIC
012393             MOVE WS-BUS-DATE-IN TO WS-BUS-DATE
012394             SET WS-VALID-ENTRY TO TRUE
012395         ELSE
012396             DISPLAY 'INVALID ENTRY - ENTER AN 8-DIGIT DATE'
012397         END-IF
012398     END-IF.
012399     IF WS-VALID-ENTRY
012400         MOVE SPACES TO WS-RCY-DSN
012401         STRING 'INSPRCY.D' WS-BUS-DATE DELIMITED BY SIZE
012402             INTO WS-RCY-DSN
012403         DISPLAY 'RECYCLING TO ' WS-RCY-DSN
012404     END-IF.
012405 0500-EXIT.
012406     EXIT.
012407
012408*-----------------------------------------------------------
012500* 1000-LOAD-REJECTS - READ THE WHOLE REJECT FILE INTO THE
012600* TABLE.  EVERY ENTRY STARTS OUT STILL HELD, SO A RECORD CAN
012700* ONLY LEAVE THE FILE THROUGH A CORRECTION OR AN EXPLICIT
015600     EXIT.
015700
015800 1200-STORE-REJECT.
015810     IF REJ-DROP-TOTALS
015820         IF WS-DT-COUNT < 100
015830             ADD 1 TO WS-DT-COUNT
015840             MOVE REJECT-RECORD TO WS-DT-RECORD(WS-DT-COUNT)
015850         ELSE
015860             DISPLAY 'COMP3VRR: MORE THAN 100 DROP TOTALS ON THE '
015870                 'REJECT FILE - REWRITING THE FILE WOULD LOSE '
015880                 'THE REST.  NOTHING CHANGED.'
015890             CLOSE REJECT-FILE
015900             STOP RUN
015910         END-IF
015920         GO TO 1200-NEXT
015930     END-IF.
015940     IF WS-REJ-COUNT < 200
016000         ADD 1 TO WS-REJ-COUNT
016100         MOVE REJ-REASON TO WS-TAB-REJ-REASON(WS-REJ-COUNT)
016200         MOVE REJ-DATA   TO WS-TAB-REJ-DATA(WS-REJ-COUNT)
016210         MOVE REJ-BUS-DATE TO WS-TAB-REJ-BUS-DATE(WS-REJ-COUNT)
016220         MOVE REJ-STATION  TO WS-TAB-REJ-STATION(WS-REJ-COUNT)
016230         MOVE REJ-SHIFT    TO WS-TAB-REJ-SHIFT(WS-REJ-COUNT)
016300         MOVE 'S'        TO WS-TAB-DECISION(WS-REJ-COUNT)
016400         MOVE SPACES     TO WS-TAB-FIXED-DATA(WS-REJ-COUNT)
016500         MOVE SPACES     TO WS-TAB-DISP-CODE(WS-REJ-COUNT)
017100         CLOSE REJECT-FILE
017200         STOP RUN
017300     END-IF.
017310 1200-NEXT.
017320     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
017500 1200-EXIT.
017600     EXIT.
017700
018800         ' - ' WS-REASON-TEXT.
018900     DISPLAY '   ID ' FIX-ID '  A ' FIX-A
019000         '  B ' FIX-B '  C ' FIX-C.
019010     IF WS-TAB-REJ-STATION(WS-REJ-IDX) NOT = SPACES
019020         DISPLAY '   DROP ' WS-TAB-REJ-STATION(WS-REJ-IDX)
019030             '/' WS-TAB-REJ-SHIFT(WS-REJ-IDX)
019040             '  BUSINESS DATE ' WS-TAB-REJ-BUS-DATE(WS-REJ-IDX)
019050     END-IF.
019100     MOVE 'N' TO WS-VALID-SWITCH.
019200     PERFORM 2100-PROMPT-DECISION THRU 2100-EXIT
019300         UNTIL WS-VALID-ENTRY.
023800                     IF WS-TAB-REJ-REASON(WS-REJ-IDX) = '05'
023900                         MOVE 'DUPLICATE INSP-ID'
024000                             TO WS-REASON-TEXT
024010                     ELSE
024020                         IF WS-TAB-REJ-REASON(WS-REJ-IDX) = '07'
024030                             MOVE 'DUPLICATE ID, EARLIER DROP'
024040                                 TO WS-REASON-TEXT
024050                         ELSE
024060                             MOVE 'RECORD READ AFTER THE TRAILER'
024070                                 TO WS-REASON-TEXT
024080                         END-IF
024090                     END-IF
024500                 END-IF
024600             END-IF
024700         END-IF
032300 2410-PROMPT-DISP.
032400     DISPLAY 'ENTER DISPOSITION CODE (2 CHARACTERS)'.
032500     ACCEPT WS-INPUT-DISP.
032510     IF WS-INPUT-DISP = SPACES
032520         DISPLAY 'INVALID ENTRY - DISPOSITION MAY NOT BE '
032530             'BLANK'
032540         GO TO 2410-EXIT
032550     END-IF.
032560     IF WS-DISP-RESERVED
032580         DISPLAY 'INVALID ENTRY - DISPOSITION ' WS-INPUT-DISP
032590             ' IS KEPT FOR REPAIRED RECORDS'
032600     ELSE
032610         SET WS-VALID-ENTRY TO TRUE
032620     END-IF.
033200 2410-EXIT.
033300     EXIT.
033400
033500*-----------------------------------------------------------
033600* 3000-DISPOSE-AND-REWRITE - CORRECTED RECORDS GO ONTO THE
033700* RECYCLE FILE, DROPPED RECORDS ONTO THE DROP LOG WITH THEIR
033710* DISPOSITION CODE, AND WHATEVER IS STILL HELD IS WRITTEN
033720* BACK AS THE NEW REJECT FILE, FOLLOWED BY THE TOTALS OF
033730* EVERY DROP THAT STILL HAS A REJECT HELD.
034000*-----------------------------------------------------------
034100 3000-DISPOSE-AND-REWRITE.
034200     OPEN EXTEND RECYCLE-FILE.
036600     PERFORM 3100-DISPOSE-ONE THRU 3100-EXIT
036700         VARYING WS-REJ-IDX FROM 1 BY 1
036800         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
036810     PERFORM 3200-CARRY-TOTALS THRU 3200-EXIT
036820         VARYING WS-DT-IDX FROM 1 BY 1
036830         UNTIL WS-DT-IDX > WS-DT-COUNT.
036900     CLOSE RECYCLE-FILE
037000           DROP-FILE
037100           REJECT-FILE.
038100         MOVE SPACES TO INSPECT-RECORD
038200         MOVE WS-TAB-FIXED-DATA(WS-REJ-IDX)
038300             TO INSPECT-RECORD
038310         WRITE INSPECT-RECORD
038320         PERFORM 3150-LOG-REPAIR THRU 3150-EXIT
038330         GO TO 3100-EXIT
038600     END-IF.
038700     IF WS-TAB-DECISION(WS-REJ-IDX) = 'D'
038800         ADD 1 TO WS-DROPPED-COUNT
039100         MOVE WS-TODAY TO DRP-DROP-DATE
039200         MOVE WS-TAB-REJ-REASON(WS-REJ-IDX) TO DRP-REASON
039300         MOVE WS-TAB-REJ-DATA(WS-REJ-IDX)   TO DRP-DATA
039310         MOVE WS-TAB-REJ-BUS-DATE(WS-REJ-IDX) TO DRP-BUS-DATE
039320         MOVE WS-TAB-REJ-STATION(WS-REJ-IDX)  TO DRP-STATION
039330         MOVE WS-TAB-REJ-SHIFT(WS-REJ-IDX)    TO DRP-SHIFT
039340         MOVE WS-OPER-ID                      TO DRP-OPER-ID
039400         WRITE DROP-RECORD
039500         GO TO 3100-EXIT
039600     END-IF.
039800     MOVE SPACES TO REJECT-RECORD.
039900     MOVE WS-TAB-REJ-REASON(WS-REJ-IDX) TO REJ-REASON.
040000     MOVE WS-TAB-REJ-DATA(WS-REJ-IDX)   TO REJ-DATA.
040010     MOVE WS-TAB-REJ-BUS-DATE(WS-REJ-IDX) TO REJ-BUS-DATE.
040020     MOVE WS-TAB-REJ-STATION(WS-REJ-IDX)  TO REJ-STATION.
040030     MOVE WS-TAB-REJ-SHIFT(WS-REJ-IDX)    TO REJ-SHIFT.
040100     WRITE REJECT-RECORD.
040200 3100-EXIT.
040300     EXIT.
040301
040302*-----------------------------------------------------------
040303* 3150-LOG-REPAIR - A CORRECTED RECORD IS LOGGED ON THE DROP
040304* LOG TOO, UNDER THE RESERVED DISPOSITION RP, WITH ITS
040305* REASON, THE LINE AS CORRECTED AND THE DROP IT CAME IN ON,
040306* SO THE MONTH-END SCORECARD CAN COUNT REPAIRS BY LINE AND
040307* MONTH INSTEAD OF INFERRING THEM.  A REPAIR IS NOT A DROP.
040308*-----------------------------------------------------------
040309 3150-LOG-REPAIR.
040310     MOVE SPACES TO DROP-RECORD.
040311     SET DRP-REPAIRED TO TRUE.
040312     MOVE WS-TODAY TO DRP-DROP-DATE.
040313     MOVE WS-TAB-REJ-REASON(WS-REJ-IDX) TO DRP-REASON.
040314     MOVE WS-TAB-FIXED-DATA(WS-REJ-IDX) TO DRP-DATA.
040315     MOVE WS-TAB-REJ-BUS-DATE(WS-REJ-IDX) TO DRP-BUS-DATE.
040316     MOVE WS-TAB-REJ-STATION(WS-REJ-IDX)  TO DRP-STATION.
040317     MOVE WS-TAB-REJ-SHIFT(WS-REJ-IDX)    TO DRP-SHIFT.
040318     MOVE WS-OPER-ID                      TO DRP-OPER-ID.
040319     WRITE DROP-RECORD.
040320 3150-EXIT.
040321     EXIT.
040322
040323*-----------------------------------------------------------
040330* 3200-CARRY-TOTALS - A DROP'S TOTALS RECORD STAYS ON THE
040340* REJECT FILE FOR AS LONG AS ANY REJECT FROM THAT DROP IS
040350* STILL HELD; ONCE THE LAST ONE IS CORRECTED OR DROPPED IT
040360* GOES TOO.  THE STATUS FILE KEEPS EVERY DROP'S TOTALS FOR
040370* GOOD.
040380*-----------------------------------------------------------
040390 3200-CARRY-TOTALS.
040400     MOVE WS-DT-RECORD(WS-DT-IDX) TO REJECT-RECORD.
040410     MOVE 'N' TO WS-HELD-SWITCH.
040420     PERFORM 3210-MATCH-HELD THRU 3210-EXIT
040430         VARYING WS-REJ-IDX FROM 1 BY 1
040440         UNTIL WS-REJ-IDX > WS-REJ-COUNT
040450             OR WS-DROP-STILL-HELD.
040460     IF WS-DROP-STILL-HELD
040470         WRITE REJECT-RECORD
040480     END-IF.
040490 3200-EXIT.
040500     EXIT.
040510
040520 3210-MATCH-HELD.
040530     IF WS-TAB-DECISION(WS-REJ-IDX) = 'S'
040540         AND WS-TAB-REJ-BUS-DATE(WS-REJ-IDX) = REJ-BUS-DATE
040550         AND WS-TAB-REJ-STATION(WS-REJ-IDX) = REJ-STATION
040560         AND WS-TAB-REJ-SHIFT(WS-REJ-IDX) = REJ-SHIFT
040570         SET WS-DROP-STILL-HELD TO TRUE
040580     END-IF.
040590 3210-EXIT.
040600     EXIT.
