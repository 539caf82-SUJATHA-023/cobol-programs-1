003660*                  THE START AND END OF EACH RUN, SO A
003670*                  QUESTIONED RANKING NO LONGER HAS TO BE
003680*                  RECONSTRUCTED FROM MEMORY.
003682* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
003684*                  PASSWORD AND GOES THROUGH COMP3VSO, WHICH
003686*                  LOCKS THE ID AFTER REPEATED FAILURES AND
003688*                  LOGS EVERY FAILED ATTEMPT.  A TEMPORARY
003690*                  OR EXPIRED PASSWORD MUST BE CHANGED
003692*                  BEFORE THE SESSION GOES ON.  THE OPERATOR
003694*                  MASTER IS NO LONGER READ HERE.
003695* 15-OCT-26  TK    EACH ENTRY IS NOW KEYED BY LINE ID AS
003700*                  WELL AS SCORE.  THE LINE MUST BE ON THE
003705*                  LINE MASTER (LINEIDX) AND ACTIVE, AND MAY
003710*                  BE RANKED ONLY ONCE PER RUN.  THE RANKED
003715*                  DISPLAY SHOWS THE LINE AND ITS NAME, AND
003720*                  THE AUDIT ID ON THE RANKED RECORD IS NOW
003725*                  THE TOP-RANKED LINE ID.  AFTER THE
003730*                  RANKING A SUPERVISOR MAY SIGN IT OFF (ID
003735*                  AND PASSWORD, THROUGH COMP3VSO; A
003740*                  NON-SUPERVISOR IS LOGGED AS NOT
003745*                  AUTHORIZED) AND PUBLISH THE TOP-RANKED
003750*                  LINES TO THE SCHEDULER AS AN EXPEDITE
003755*                  FEED GENERATION FOR THE BUSINESS DATE
003760*                  (SCHEDFEED.E + DATE), IN THE SCHEDULE
003765*                  FEED LAYOUT WITH VERDICT CODE XP, FOR
003770*                  COMP3VRC TO RECONCILE.  THE PUBLICATION
003775*                  IS MARKED ON THE AUDIT LOG.
003776* 15-OCT-26  TK    THE LINE ID OF EACH RANKED ENTRY IS NOW
003777*                  STORED IN THE RANKED-LINE TABLE ADDED AT
003778*                  THE END OF THE AUDIT RECORD.
003780*-----------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.    IBM-370.
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDIT-STATUS.
004610
004660     SELECT RUN-NBR-FILE ASSIGN TO RUNNBR
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-RUNNBR-STATUS.
004681
004682     SELECT LINE-MASTER-FILE ASSIGN TO LINEIDX
004683         ORGANIZATION IS INDEXED
004684         ACCESS MODE IS RANDOM
004685         RECORD KEY IS LINE-ID
004686         FILE STATUS IS WS-LINEMAST-STATUS.
004687
004688     SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMAST
004689         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS WS-DEPTMAST-STATUS.
004691
004692     SELECT EXPEDITE-FILE ASSIGN USING WS-EXPF-DSN
004693         ORGANIZATION IS LINE SEQUENTIAL
004694         FILE STATUS IS WS-EXPF-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005100     RECORDING MODE IS F.
005200     COPY AUDITREC.
005210
005260 FD  RUN-NBR-FILE
005270     RECORDING MODE IS F.
005280 01  RUN-NBR-RECORD.
005290     05  RUN-LAST-NBR                PIC 9(06).
005295
005300 FD  LINE-MASTER-FILE.
005305     COPY LINEREC.
005310
005315 FD  DEPT-MASTER-FILE
005320     RECORDING MODE IS F.
005325     COPY DEPTREC.
005330
005335 FD  EXPEDITE-FILE
005340     RECORDING MODE IS F.
005345     COPY SCHEDREC.
005350
005400 WORKING-STORAGE SECTION.
005500    01  SCORE-TABLE.
005600        05  SCORE-ENTRY OCCURS 20 TIMES.
005610            10  SCORE-SEQ           PIC 9(02).
005620            10  SCORE-VALUE         PIC 9(07)V99 COMP-3.
005630            10  SCORE-LINE-ID       PIC 9(06).
005640            10  SCORE-LINE-NAME     PIC X(20).
005650            10  SCORE-DEPT          PIC X(10).
005900
006000    01  WS-SWAP-ENTRY.
006010        05  WS-SWAP-SEQ             PIC 9(02).
006020        05  WS-SWAP-VALUE           PIC 9(07)V99 COMP-3.
006030        05  WS-SWAP-LINE-ID         PIC 9(06).
006040        05  WS-SWAP-LINE-NAME       PIC X(20).
006050        05  WS-SWAP-DEPT            PIC X(10).
006300
006400    01  WS-INPUT-BUFFER             PIC X(09).
006500    01  WS-INPUT-VALUE REDEFINES WS-INPUT-BUFFER
006600                                    PIC 9(07)V99.
006610
006620    01  WS-LINE-BUFFER              PIC X(06).
006630    01  WS-LINE-VALUE REDEFINES WS-LINE-BUFFER
006640                                    PIC 9(06).
006650
006660    01  WS-DEPT-TABLE.
006670        05  WS-DEPT-ENTRY OCCURS 100 TIMES.
006680            10  WS-TAB-DEPT-CODE    PIC X(10).
006690            10  WS-TAB-DEPT-SUPV    PIC X(20).
006700
006800    77 WS-SCORE-COUNT PIC 9(02) COMP VALUE ZERO.
006900    77 WS-COUNT-INPUT PIC 9(02) VALUE ZERO.
007500    77 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
007600       88 WS-VALID-ENTRY VALUE 'Y'.
007700    77 WS-AUDIT-STATUS PIC X(02).
007720    77 WS-RUNNBR-STATUS PIC X(02).
007730    77 WS-OPER-ID PIC X(08) VALUE SPACES.
007740    77 WS-OPER-NAME PIC X(20) VALUE SPACES.
007742    77 WS-OPER-PASSWORD PIC X(08) VALUE SPACES.
007744    77 WS-OPER-TRIES PIC 9(01) VALUE ZERO.
007750    77 WS-RUN-NBR PIC 9(06) VALUE ZERO.
007755    77 WS-MARKER-TEXT PIC X(20) VALUE SPACES.
007800    77 WS-VERDICT PIC X(20) VALUE SPACES.
007900    77 WS-MARGIN PIC 9(07)V99 COMP-3 VALUE ZERO.
008000    77 WS-MARGIN-PCT PIC 9(07)V99 COMP-3 VALUE ZERO.
008100    77 WS-MARGIN-PCT-DISP PIC Z(6)9.99 VALUE ZERO.
008200    77 WS-PCT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
008300       88 WS-PCT-OVERFLOWED VALUE 'Y'.
008310    COPY SIGNPARM.
008312    77 WS-LINEMAST-STATUS PIC X(02).
008314       88 WS-LINEMAST-OK VALUE '00'.
008316       88 WS-LINEMAST-NOTFND VALUE '35'.
008318    77 WS-DEPTMAST-STATUS PIC X(02).
008320       88 WS-DEPTMAST-OK VALUE '00'.
008322       88 WS-DEPTMAST-NOTFND VALUE '35'.
008324    77 WS-DEPTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
008326       88 WS-DEPTMAST-EOF VALUE 'Y'.
008328    77 WS-DEPT-COUNT PIC 9(03) COMP VALUE ZERO.
008330    77 WS-DEPT-IDX PIC 9(03) COMP VALUE ZERO.
008332    77 WS-DEPT-FOUND-IDX PIC 9(03) COMP VALUE ZERO.
008334    77 WS-DEPT-SUPV PIC X(20) VALUE SPACES.
008336    77 WS-DUP-SWITCH PIC X(01) VALUE 'N'.
008338       88 WS-DUPLICATE-LINE VALUE 'Y'.
008340    77 WS-EXPF-STATUS PIC X(02).
008342    77 WS-EXPF-DSN PIC X(44) VALUE SPACES.
008344    77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
008346    77 WS-PUBLISH-ANSWER PIC X(01) VALUE SPACE.
008348       88 WS-PUBLISH-YES VALUE 'Y'.
008350       88 WS-PUBLISH-NO VALUE 'N'.
008352    77 WS-PUBLISH-COUNT PIC 9(02) COMP VALUE ZERO.
008354    77 WS-SUPV-ID PIC X(08) VALUE SPACES.
008356    77 WS-SUPV-NAME PIC X(20) VALUE SPACES.
008358    77 WS-SUPV-PASSWORD PIC X(08) VALUE SPACES.
008360    77 WS-SUPV-TRIES PIC 9(01) VALUE ZERO.
008400 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008510     PERFORM 0500-SIGN-ON        THRU 0500-EXIT.
008515     PERFORM 0550-OPEN-LINE-MASTER THRU 0550-EXIT.
008520     PERFORM 0600-ASSIGN-RUN-NBR THRU 0600-EXIT.
008530     PERFORM 0700-OPEN-AUDIT-LOG THRU 0700-EXIT.
008600     PERFORM 1000-GET-COUNT THRU 1000-EXIT.
009300         VARYING WS-IDX-1 FROM 1 BY 1
009400         UNTIL WS-IDX-1 > WS-SCORE-COUNT.
009500     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT.
009505     PERFORM 6000-PUBLISH-EXPEDITE THRU 6000-EXIT.
009510     PERFORM 5000-WRITE-RUN-END THRU 5000-EXIT.
009600     STOP RUN.
009610
009620*-----------------------------------------------------------
009625* 0500-SIGN-ON - THE OPERATOR SIGNS ON WITH AN ID AND
009630* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
009635* OPERATOR MASTER, ACTIVE AND NOT LOCKED OUT.  THREE FAILED
009640* TRIES END THE SESSION.  EVERY AUDIT RECORD THIS RUN WRITES
009645* CARRIES THE ID.
009660*-----------------------------------------------------------
009670 0500-SIGN-ON.
009680     MOVE 'N' TO WS-VALID-SWITCH.
009720 0500-EXIT.
009730     EXIT.
009740
009745 0510-PROMPT-OPERATOR.
009750     IF WS-OPER-TRIES >= 3
009755         DISPLAY 'COMP3VAR: TOO MANY FAILED SIGN-ONS - SESSION '
009760             'ENDED'
009765         STOP RUN
009770     END-IF.
009775     DISPLAY 'ENTER OPERATOR ID'.
009780     ACCEPT WS-OPER-ID.
009785     IF WS-OPER-ID = SPACES
009790         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
009795         GO TO 0510-EXIT
009800     END-IF.
009805     ADD 1 TO WS-OPER-TRIES.
009810     DISPLAY 'ENTER PASSWORD'.
009815     ACCEPT WS-OPER-PASSWORD.
009820     SET SGNP-FUNC-SIGNON TO TRUE.
009825     MOVE 'COMP3VAR' TO SGNP-PROGRAM.
009830     MOVE WS-OPER-ID TO SGNP-OPER-ID.
009835     MOVE WS-OPER-PASSWORD TO SGNP-PASSWORD.
009840     MOVE SPACES TO WS-OPER-PASSWORD.
009845     CALL 'COMP3VSO' USING SIGN-PARM.
009850     IF SGNP-CHANGE-NEEDED
009855         DISPLAY SGNP-MESSAGE
009860         PERFORM 0520-CHANGE-PASSWORD THRU 0520-EXIT
009865     END-IF.
009870     IF SGNP-OK
009875         SET WS-VALID-ENTRY TO TRUE
009880         MOVE SGNP-OPER-NAME TO WS-OPER-NAME
009885         IF SGNP-MESSAGE NOT = SPACES
009890             DISPLAY SGNP-MESSAGE
009895         END-IF
009900     ELSE
009905         DISPLAY SGNP-MESSAGE
009910     END-IF.
009915     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
009920 0510-EXIT.
009925     EXIT.
009930
009935*-----------------------------------------------------------
009940* 0520-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
009945* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
009950* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
009955*-----------------------------------------------------------
009960 0520-CHANGE-PASSWORD.
009965     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
009970         'ONE LETTER AND ONE DIGIT)'.
009975     ACCEPT SGNP-NEW-PASSWORD.
009980     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
009985     ACCEPT WS-OPER-PASSWORD.
009990     IF WS-OPER-PASSWORD NOT = SGNP-NEW-PASSWORD
009995         MOVE SPACES TO WS-OPER-PASSWORD
010000         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
010005             TO SGNP-MESSAGE
010010         SET SGNP-REFUSED TO TRUE
010015         GO TO 0520-EXIT
010020     END-IF.
010025     MOVE SPACES TO WS-OPER-PASSWORD.
010030     SET SGNP-FUNC-CHANGE TO TRUE.
010035     CALL 'COMP3VSO' USING SIGN-PARM.
010040 0520-EXIT.
010045     EXIT.
010050
010055*-----------------------------------------------------------
010060* 0550-OPEN-LINE-MASTER - EVERY ENTRY RANKED IS KEYED BY LINE
010065* ID AND CHECKED AGAINST THE INDEXED LINE MASTER, SO THE
010070* MASTER STAYS OPEN FOR THE WHOLE SESSION.  WITHOUT IT NO
010075* ENTRY CAN BE ACCEPTED, SO A MISSING MASTER ENDS THE SESSION.
010080*-----------------------------------------------------------
010085 0550-OPEN-LINE-MASTER.
010090     OPEN INPUT LINE-MASTER-FILE.
010095     IF WS-LINEMAST-NOTFND
010100         DISPLAY 'COMP3VAR: NO LINE MASTER FILE - LINES CANNOT '
010105             'BE CHECKED, SESSION ENDED'
010110         STOP RUN
010115     END-IF.
010120     IF NOT WS-LINEMAST-OK
010125         DISPLAY 'COMP3VAR: CANNOT OPEN LINE-MASTER-FILE, '
010130             'STATUS = ' WS-LINEMAST-STATUS
010135         STOP RUN
010140     END-IF.
010145 0550-EXIT.
010150     EXIT.
010250
010260*-----------------------------------------------------------
010270* 0600-ASSIGN-RUN-NBR - DRAW THE NEXT RUN NUMBER FROM THE
012100     EXIT.
012200
012300*-----------------------------------------------------------
012310* 1500-GET-SCORE - PROMPT AND VALIDATE ONE ENTRY: THE LINE
012320* IT IS FOR, THEN ITS SCORE.
012330*-----------------------------------------------------------
012340 1500-GET-SCORE.
012350     MOVE 'N' TO WS-VALID-SWITCH.
012360     PERFORM 1550-PROMPT-LINE THRU 1550-EXIT
012370         UNTIL WS-VALID-ENTRY.
012380     MOVE 'N' TO WS-VALID-SWITCH.
012390     PERFORM 1600-PROMPT-SCORE THRU 1600-EXIT
012400         UNTIL WS-VALID-ENTRY.
012410 1500-EXIT.
013100     EXIT.
013200
013201*-----------------------------------------------------------
013202* 1550-PROMPT-LINE - THE LINE ID MUST BE ON THE LINE MASTER
013203* AND ACTIVE, AND A LINE MAY BE RANKED ONLY ONCE PER RUN.
013204* THE LINE'S NAME AND DEPARTMENT ARE KEPT WITH THE ENTRY FOR
013205* THE RANKED DISPLAY AND ANY EXPEDITE PUBLISHED FROM IT.
013206*-----------------------------------------------------------
013207 1550-PROMPT-LINE.
013208     DISPLAY 'ENTER LINE ID FOR ENTRY ' WS-IDX-1 ' (6 DIGITS)'.
013209     ACCEPT WS-LINE-BUFFER.
013210     IF WS-LINE-BUFFER IS NOT NUMERIC
013211         OR WS-LINE-VALUE = ZERO
013212         DISPLAY 'INVALID ENTRY - ENTER A 6-DIGIT LINE ID'
013213         GO TO 1550-EXIT
013214     END-IF.
013215     MOVE WS-LINE-VALUE TO LINE-ID.
013216     READ LINE-MASTER-FILE
013217         INVALID KEY
013218             DISPLAY 'INVALID ENTRY - LINE ' WS-LINE-VALUE
013219                 ' IS NOT ON THE LINE MASTER'
013220             GO TO 1550-EXIT
013221     END-READ.
013222     IF NOT WS-LINEMAST-OK
013223         DISPLAY 'COMP3VAR: CANNOT READ LINE-MASTER-FILE, '
013224             'STATUS = ' WS-LINEMAST-STATUS
013225         STOP RUN
013226     END-IF.
013227     IF NOT LINE-ACTIVE
013228         DISPLAY 'INVALID ENTRY - LINE ' WS-LINE-VALUE
013229             ' IS NOT ACTIVE'
013230         GO TO 1550-EXIT
013231     END-IF.
013232     MOVE 'N' TO WS-DUP-SWITCH.
013233     PERFORM 1560-CHECK-DUPLICATE THRU 1560-EXIT
013234         VARYING WS-IDX-2 FROM 1 BY 1
013235         UNTIL WS-IDX-2 >= WS-IDX-1
013236             OR WS-DUPLICATE-LINE.
013237     IF WS-DUPLICATE-LINE
013238         DISPLAY 'INVALID ENTRY - LINE ' WS-LINE-VALUE
013239             ' IS ALREADY IN THIS RANKING'
013240         GO TO 1550-EXIT
013241     END-IF.
013242     MOVE WS-IDX-1  TO SCORE-SEQ(WS-IDX-1).
013243     MOVE LINE-ID   TO SCORE-LINE-ID(WS-IDX-1).
013244     MOVE LINE-NAME TO SCORE-LINE-NAME(WS-IDX-1).
013245     MOVE LINE-DEPT TO SCORE-DEPT(WS-IDX-1).
013246     DISPLAY '  LINE ' LINE-ID ' ' LINE-NAME ' DEPT ' LINE-DEPT.
013247     SET WS-VALID-ENTRY TO TRUE.
013248 1550-EXIT.
013249     EXIT.
013250
013251 1560-CHECK-DUPLICATE.
013252     IF SCORE-LINE-ID(WS-IDX-2) = WS-LINE-VALUE
013253         SET WS-DUPLICATE-LINE TO TRUE
013254     END-IF.
013255 1560-EXIT.
013256     EXIT.
013257
013300 1600-PROMPT-SCORE.
013310     DISPLAY 'ENTER SCORE ' WS-IDX-1 ' FOR LINE '
013320         SCORE-LINE-ID(WS-IDX-1)
013330         ' (9 DIGITS, LAST 2 ARE DECIMALS)'.
013600     ACCEPT WS-INPUT-BUFFER.
013700     IF WS-INPUT-BUFFER IS NUMERIC
013800         MOVE WS-IDX-1 TO SCORE-SEQ(WS-IDX-1)
018500         PERFORM 2600-COMPUTE-MARGIN THRU 2600-EXIT
018600         MOVE WS-MARGIN-PCT TO WS-MARGIN-PCT-DISP
018700         IF WS-PCT-OVERFLOWED
018710             DISPLAY 'RANK ' WS-IDX-1 '  LINE '
018720                 SCORE-LINE-ID(WS-IDX-1)
018730                 ' ' SCORE-LINE-NAME(WS-IDX-1)
019000                 '  VALUE ' SCORE-VALUE(WS-IDX-1)
019100                 '  MARGIN +' WS-MARGIN
019200                 '  (MARGIN EXCEEDS 9999999.99%)'
019300         ELSE
019310             DISPLAY 'RANK ' WS-IDX-1 '  LINE '
019320                 SCORE-LINE-ID(WS-IDX-1)
019330                 ' ' SCORE-LINE-NAME(WS-IDX-1)
019600                 '  VALUE ' SCORE-VALUE(WS-IDX-1)
019700                 '  MARGIN +' WS-MARGIN ' ('
019800                 WS-MARGIN-PCT-DISP '%)'
019900         END-IF
020000     ELSE
020010         DISPLAY 'RANK ' WS-IDX-1 '  LINE '
020020             SCORE-LINE-ID(WS-IDX-1)
020030             ' ' SCORE-LINE-NAME(WS-IDX-1)
020200             '  VALUE ' SCORE-VALUE(WS-IDX-1)
020300             '  MARGIN N/A (LOWEST RANKED ENTRY)'
020400     END-IF.
023100* THE FULL RANK ORDER (ORIGINAL ENTRY NUMBER AND VALUE FOR
023200* EVERY ENTRY RANKED), NOT JUST THE TOP THREE, SO A SUPERVISOR
023300* CAN LATER SEE WHY ANY ENTRY OUTRANKED ANY OTHER.  THE AUDIT
023310* ID IS THE LINE ID OF THE TOP-RANKED ENTRY, SO A RUN CAN BE
023320* FOUND BY WHICH LINE CAME OUT ON TOP.
023600*-----------------------------------------------------------
023700 4000-WRITE-AUDIT.
024200     MOVE SPACES TO AUDIT-RECORD.
024300     SET AUD-TYPE-RANKED TO TRUE.
024400     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
024500     ACCEPT AUD-TIME FROM TIME.
024600     MOVE SCORE-LINE-ID(1) TO AUD-INSP-ID.
024700     MOVE ZERO           TO AUD-A AUD-B AUD-C.
024800     MOVE WS-SCORE-COUNT TO WS-COUNT-DISP.
024900     STRING 'N=' WS-COUNT-DISP ' ENTRIES RANKED'
025900     EXIT.
026000
026100*-----------------------------------------------------------
026105* 4100-STORE-RANK-ENTRY - COPY ONE RANKED ENTRY'S ORIGINAL
026110* SEQUENCE NUMBER AND VALUE INTO THE AUDIT RECORD'S RANK
026115* TABLE, AND ITS LINE ID INTO THE RANKED-LINE TABLE AT THE
026120* END OF THE RECORD.
026140*-----------------------------------------------------------
026150 4100-STORE-RANK-ENTRY.
026160     MOVE SCORE-SEQ(WS-IDX-1)     TO AUD-RANK-SEQ(WS-IDX-1).
026170     MOVE SCORE-LINE-ID(WS-IDX-1) TO AUD-RANK-LINE-ID(WS-IDX-1).
026180     MOVE SCORE-VALUE(WS-IDX-1)   TO AUD-RANK-VALUE(WS-IDX-1).
026900 4100-EXIT.
027000     EXIT.
027100
027200*-----------------------------------------------------------
027210* 5000-WRITE-RUN-END - MARK THE END OF THE RUN ON THE AUDIT
027220* LOG AND CLOSE IT AND THE LINE MASTER.
027500*-----------------------------------------------------------
027600 5000-WRITE-RUN-END.
027700     MOVE 'RUN END' TO WS-MARKER-TEXT.
027800     PERFORM 5100-WRITE-RUN-MARKER THRU 5100-EXIT.
027900     CLOSE AUDIT-FILE.
027910     CLOSE LINE-MASTER-FILE.
028000 5000-EXIT.
028100     EXIT.
028200
029900     WRITE AUDIT-RECORD.
030000 5100-EXIT.
030100     EXIT.
030110
030120*-----------------------------------------------------------
030130* 6000-PUBLISH-EXPEDITE - WHEN A LINE GOES HOT MID-SHIFT THE
030140* RANKING CAN GO STRAIGHT TO THE SCHEDULER INSTEAD OF BEING
030150* PHONED THROUGH.  A SUPERVISOR SIGNS THE RANKING OFF WITH
030160* THEIR OWN ID AND PASSWORD, THEN THE TOP-RANKED LINES ARE
030170* WRITTEN TO TODAY'S EXPEDITE FEED GENERATION (SCHEDFEED.E +
030180* BUSINESS DATE) IN THE SCHEDULE FEED LAYOUT, VERDICT CODE XP
030190* AND PRIORITY FLAG Y.  COMP3VRC RECONCILES THE GENERATION
030200* WITH THE NIGHTLY FEED.  THE PUBLICATION IS MARKED ON THE
030210* AUDIT LOG UNDER THE SUPERVISOR'S ID.
030220*-----------------------------------------------------------
030230 6000-PUBLISH-EXPEDITE.
030240     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
030250     MOVE 'N' TO WS-VALID-SWITCH.
030260     PERFORM 6100-PROMPT-PUBLISH THRU 6100-EXIT
030270         UNTIL WS-VALID-ENTRY.
030280     IF WS-PUBLISH-NO
030290         GO TO 6000-EXIT
030300     END-IF.
030310     MOVE 'N' TO WS-VALID-SWITCH.
030320     MOVE ZERO TO WS-SUPV-TRIES.
030330     PERFORM 6200-SUPERVISOR-SIGN-OFF THRU 6200-EXIT
030340         UNTIL WS-VALID-ENTRY
030350             OR WS-SUPV-TRIES >= 3.
030360     IF NOT WS-VALID-ENTRY
030370         DISPLAY 'COMP3VAR: RANKING NOT SIGNED OFF - NO '
030380             'EXPEDITE PUBLISHED'
030390         GO TO 6000-EXIT
030400     END-IF.
030410     DISPLAY 'SIGNED OFF BY: ' WS-SUPV-ID ' ' WS-SUPV-NAME.
030420     MOVE 'N' TO WS-VALID-SWITCH.
030430     PERFORM 6300-PROMPT-HOW-MANY THRU 6300-EXIT
030440         UNTIL WS-VALID-ENTRY.
030450     PERFORM 6400-LOAD-DEPT-MASTER THRU 6400-EXIT.
030460     MOVE SPACES TO WS-EXPF-DSN.
030470     STRING 'SCHEDFEED.E' WS-BUS-DATE DELIMITED BY SIZE
030480         INTO WS-EXPF-DSN.
030490     OPEN EXTEND EXPEDITE-FILE.
030500     IF WS-EXPF-STATUS = '05' OR WS-EXPF-STATUS = '35'
030510         OPEN OUTPUT EXPEDITE-FILE
030520     END-IF.
030530     IF WS-EXPF-STATUS NOT = '00'
030540         DISPLAY 'COMP3VAR: CANNOT OPEN EXPEDITE FEED '
030550             WS-EXPF-DSN ', STATUS = ' WS-EXPF-STATUS
030560         DISPLAY 'COMP3VAR: NO EXPEDITE PUBLISHED'
030570         GO TO 6000-EXIT
030580     END-IF.
030590     PERFORM 6600-WRITE-EXPEDITE THRU 6600-EXIT
030600         VARYING WS-IDX-1 FROM 1 BY 1
030610         UNTIL WS-IDX-1 > WS-PUBLISH-COUNT.
030620     CLOSE EXPEDITE-FILE.
030630     PERFORM 6700-WRITE-PUBLISH-MARKER THRU 6700-EXIT.
030640     MOVE WS-PUBLISH-COUNT TO WS-COUNT-DISP.
030650     DISPLAY 'COMP3VAR: ' WS-COUNT-DISP ' LINES EXPEDITED ON '
030660         WS-EXPF-DSN.
030670 6000-EXIT.
030680     EXIT.
030690
030700 6100-PROMPT-PUBLISH.
030710     DISPLAY 'PUBLISH THE TOP-RANKED LINES TO THE SCHEDULER AS '
030720         'AN EXPEDITE FOR ' WS-BUS-DATE '? (Y/N)'.
030730     ACCEPT WS-PUBLISH-ANSWER.
030740     IF WS-PUBLISH-YES OR WS-PUBLISH-NO
030750         SET WS-VALID-ENTRY TO TRUE
030760     ELSE
030770         DISPLAY 'INVALID ENTRY - ENTER Y OR N'
030780     END-IF.
030790 6100-EXIT.
030800     EXIT.
030810
030820*-----------------------------------------------------------
030830* 6200-SUPERVISOR-SIGN-OFF - THE SIGN-OFF GOES THROUGH
030840* COMP3VSO LIKE ANY SIGN-ON, SO A WRONG PASSWORD COUNTS
030850* TOWARD THE ID'S LOCKOUT AND IS LOGGED.  ONLY AN ID WITH
030860* SUPERVISOR AUTHORITY MAY SIGN OFF; ANY OTHER GOES ON THE
030870* SECURITY VIOLATION LOG AS NOT AUTHORIZED.  A PASSWORD DUE
030880* FOR CHANGE MUST BE CHANGED AT A SIGN-ON FIRST.  THREE
030890* TRIES, THEN NOTHING IS PUBLISHED.
030900*-----------------------------------------------------------
030910 6200-SUPERVISOR-SIGN-OFF.
030920     DISPLAY 'ENTER SIGNING-OFF SUPERVISOR ID'.
030930     ACCEPT WS-SUPV-ID.
030940     IF WS-SUPV-ID = SPACES
030950         DISPLAY 'INVALID ENTRY - SUPERVISOR ID REQUIRED'
030960         GO TO 6200-EXIT
030970     END-IF.
030980     ADD 1 TO WS-SUPV-TRIES.
030990     DISPLAY 'ENTER SUPERVISOR PASSWORD'.
031000     ACCEPT WS-SUPV-PASSWORD.
031010     SET SGNP-FUNC-SIGNON TO TRUE.
031020     MOVE 'COMP3VAR' TO SGNP-PROGRAM.
031030     MOVE WS-SUPV-ID TO SGNP-OPER-ID.
031040     MOVE WS-SUPV-PASSWORD TO SGNP-PASSWORD.
031050     MOVE SPACES TO WS-SUPV-PASSWORD.
031060     CALL 'COMP3VSO' USING SIGN-PARM.
031070     MOVE SPACES TO SGNP-PASSWORD.
031080     IF SGNP-CHANGE-NEEDED
031090         DISPLAY 'PASSWORD FOR ' WS-SUPV-ID
031100             ' MUST BE CHANGED AT A SIGN-ON FIRST'
031110         GO TO 6200-EXIT
031120     END-IF.
031130     IF NOT SGNP-OK
031140         DISPLAY SGNP-MESSAGE
031150         GO TO 6200-EXIT
031160     END-IF.
031170     IF NOT SGNP-AUTH-SUPER
031180         SET SGNP-FUNC-VIOLATION TO TRUE
031190         MOVE 'NA' TO SGNP-EVENT
031200         CALL 'COMP3VSO' USING SIGN-PARM
031210         DISPLAY 'OPERATOR ' WS-SUPV-ID ' IS NOT A SUPERVISOR - '
031220             'CANNOT SIGN OFF AN EXPEDITE'
031230         GO TO 6200-EXIT
031240     END-IF.
031250     MOVE SGNP-OPER-NAME TO WS-SUPV-NAME.
031260     SET WS-VALID-ENTRY TO TRUE.
031270 6200-EXIT.
031280     EXIT.
031290
031300 6300-PROMPT-HOW-MANY.
031310     MOVE WS-SCORE-COUNT TO WS-COUNT-DISP.
031320     DISPLAY 'HOW MANY OF THE TOP-RANKED LINES TO EXPEDITE (1-'
031330         WS-COUNT-DISP ')?'.
031340     ACCEPT WS-COUNT-INPUT.
031350     IF WS-COUNT-INPUT IS NUMERIC
031360         AND WS-COUNT-INPUT > ZERO
031370         AND WS-COUNT-INPUT NOT > WS-SCORE-COUNT
031380             MOVE WS-COUNT-INPUT TO WS-PUBLISH-COUNT
031390             SET WS-VALID-ENTRY TO TRUE
031400     ELSE
031410         DISPLAY 'INVALID ENTRY - ENTER A COUNT FROM 1 TO '
031420             WS-COUNT-DISP
031430     END-IF.
031440 6300-EXIT.
031450     EXIT.
031460
031470*-----------------------------------------------------------
031480* 6400-LOAD-DEPT-MASTER - TABLE THE DEPARTMENT MASTER SO THE
031490* RESPONSIBLE SUPERVISOR RIDES ON EACH EXPEDITE RECORD, AS ON
031500* THE NIGHTLY FEED.  A MISSING MASTER IS NOT FATAL - THE
031510* SUPERVISOR IS SIMPLY LEFT BLANK.
031520*-----------------------------------------------------------
031530 6400-LOAD-DEPT-MASTER.
031540     MOVE ZERO TO WS-DEPT-COUNT.
031550     MOVE 'N' TO WS-DEPTMAST-EOF-SWITCH.
031560     OPEN INPUT DEPT-MASTER-FILE.
031570     IF WS-DEPTMAST-NOTFND
031580         DISPLAY 'COMP3VAR: NO DEPARTMENT MASTER FILE, '
031590             'SUPERVISOR WILL BE BLANK ON THE EXPEDITE'
031600         GO TO 6400-EXIT
031610     END-IF.
031620     IF NOT WS-DEPTMAST-OK
031630         DISPLAY 'COMP3VAR: CANNOT OPEN DEPT-MASTER-FILE, '
031640             'STATUS = ' WS-DEPTMAST-STATUS
031650             ' - SUPERVISOR WILL BE BLANK ON THE EXPEDITE'
031660         GO TO 6400-EXIT
031670     END-IF.
031680     PERFORM 6410-READ-DEPT-MASTER THRU 6410-EXIT.
031690     PERFORM 6420-STORE-DEPT THRU 6420-EXIT
031700         UNTIL WS-DEPTMAST-EOF.
031710     CLOSE DEPT-MASTER-FILE.
031720 6400-EXIT.
031730     EXIT.
031740
031750 6410-READ-DEPT-MASTER.
031760     READ DEPT-MASTER-FILE
031770         AT END
031780             SET WS-DEPTMAST-EOF TO TRUE
031790     END-READ.
031800 6410-EXIT.
031810     EXIT.
031820
031830 6420-STORE-DEPT.
031840     IF WS-DEPT-COUNT < 100
031850         ADD 1 TO WS-DEPT-COUNT
031860         MOVE DEPT-CODE TO WS-TAB-DEPT-CODE(WS-DEPT-COUNT)
031870         MOVE DEPT-SUPERVISOR
031880             TO WS-TAB-DEPT-SUPV(WS-DEPT-COUNT)
031890     ELSE
031900         DISPLAY 'COMP3VAR: DEPARTMENT MASTER EXCEEDS 100 '
031910             'ENTRIES, RECORD DROPPED'
031920     END-IF.
031930     PERFORM 6410-READ-DEPT-MASTER THRU 6410-EXIT.
031940 6420-EXIT.
031950     EXIT.
031960
031970*-----------------------------------------------------------
031980* 6600-WRITE-EXPEDITE - ONE EXPEDITE FEED RECORD FOR ONE
031990* RANKED LINE, HIGHEST FIRST.  THE LINE NAME AND DEPARTMENT
032000* ARE THE ONES READ FROM THE LINE MASTER WHEN IT WAS KEYED;
032010* THE RANKING OPERATOR AND RUN NUMBER TRACE IT BACK TO THIS
032020* RUN'S AUDIT RECORDS.
032030*-----------------------------------------------------------
032040 6600-WRITE-EXPEDITE.
032050     MOVE SPACES TO SCHEDULE-RECORD.
032060     MOVE SCORE-LINE-ID(WS-IDX-1)   TO SCHED-LINE-ID.
032070     SET SCHED-VERDICT-EXPEDITE     TO TRUE.
032080     MOVE 'Y'                       TO SCHED-PRIORITY-FLAG.
032090     MOVE SCORE-LINE-NAME(WS-IDX-1) TO SCHED-LINE-NAME.
032100     MOVE SCORE-DEPT(WS-IDX-1)      TO SCHED-DEPT.
032110     MOVE WS-OPER-ID                TO SCHED-OPER-ID.
032120     MOVE WS-RUN-NBR                TO SCHED-RUN-NBR.
032130     MOVE SPACES TO WS-DEPT-SUPV.
032140     MOVE ZERO TO WS-DEPT-FOUND-IDX.
032150     PERFORM 6610-FIND-DEPT THRU 6610-EXIT
032160         VARYING WS-DEPT-IDX FROM 1 BY 1
032170         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
032180             OR WS-DEPT-FOUND-IDX > ZERO.
032190     IF WS-DEPT-FOUND-IDX > ZERO
032200         MOVE WS-TAB-DEPT-SUPV(WS-DEPT-FOUND-IDX) TO WS-DEPT-SUPV
032210     END-IF.
032220     MOVE WS-DEPT-SUPV              TO SCHED-SUPERVISOR.
032230     WRITE SCHEDULE-RECORD.
032240     DISPLAY 'EXPEDITED RANK ' WS-IDX-1 '  LINE '
032250         SCORE-LINE-ID(WS-IDX-1) ' ' SCORE-LINE-NAME(WS-IDX-1).
032260 6600-EXIT.
032270     EXIT.
032280
032290 6610-FIND-DEPT.
032300     IF WS-TAB-DEPT-CODE(WS-DEPT-IDX) = SCORE-DEPT(WS-IDX-1)
032310         MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
032320     END-IF.
032330 6610-EXIT.
032340     EXIT.
032350
032360*-----------------------------------------------------------
032370* 6700-WRITE-PUBLISH-MARKER - ONE RUN-HEADER AUDIT RECORD
032380* MARKS THE PUBLICATION: THE OPERATOR IS THE SUPERVISOR WHO
032390* SIGNED IT OFF, THE AUDIT ID IS THE TOP-RANKED LINE, AND THE
032400* VERDICT FIELD SAYS HOW MANY LINES WERE EXPEDITED.
032410*-----------------------------------------------------------
032420 6700-WRITE-PUBLISH-MARKER.
032430     MOVE SPACES TO AUDIT-RECORD.
032440     SET AUD-TYPE-RUN-HDR TO TRUE.
032450     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
032460     ACCEPT AUD-TIME FROM TIME.
032470     MOVE SCORE-LINE-ID(1) TO AUD-INSP-ID.
032480     MOVE ZERO TO AUD-A AUD-B AUD-C.
032490     MOVE WS-PUBLISH-COUNT TO WS-COUNT-DISP.
032500     MOVE SPACES TO WS-VERDICT.
032510     STRING 'EXPEDITED N=' WS-COUNT-DISP
032520         DELIMITED BY SIZE INTO WS-VERDICT.
032530     MOVE WS-VERDICT TO AUD-VERDICT.
032540     MOVE ZERO TO AUD-RANK-COUNT.
032550     MOVE WS-SUPV-ID TO AUD-OPER-ID.
032560     MOVE WS-RUN-NBR TO AUD-RUN-NBR.
032570     WRITE AUDIT-RECORD.
032580 6700-EXIT.
032590     EXIT.
