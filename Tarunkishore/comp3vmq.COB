002010* 03-SEP-26  TK    THE DEPARTMENT MASTER AND THE BUSINESS
002020*                  CALENDAR WRITE THE SAME TRAIL, SO THE MENU
002030*                  NOW REACHES THEIR HISTORIES TOO.
002040* 15-OCT-26  TK    THE PRIORITY RULE AND SCHEDULER REJECT
002050*                  QUEUE SCREENS WRITE THE SAME TRAIL, SO THE
002060*                  MENU NOW REACHES THEIR HISTORIES TOO: P BY
002070*                  DEPARTMENT, * OR RULESET, S BY LINE ID.
002100*-----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004800       88 WS-CHOICE-OPER VALUE 'O'.
004810       88 WS-CHOICE-DEPT VALUE 'D'.
004820       88 WS-CHOICE-CAL VALUE 'C'.
004830       88 WS-CHOICE-PRI VALUE 'P'.
004840       88 WS-CHOICE-SREJ VALUE 'S'.
004900    77 WS-SEARCH-FILE PIC X(08) VALUE SPACES.
005000    77 WS-SEARCH-KEY PIC X(10) VALUE SPACES.
005100    77 WS-MATCH-COUNT PIC 9(04) COMP VALUE ZERO.
008700     DISPLAY '  O - OPERATOR MASTER'.
008710     DISPLAY '  D - DEPARTMENT MASTER'.
008720     DISPLAY '  C - BUSINESS CALENDAR'.
008730     DISPLAY '  P - PRIORITY RULES'.
008740     DISPLAY '  S - SCHEDULER REJECT QUEUE'.
008800     ACCEPT WS-CHOICE.
008900     IF WS-CHOICE-LINE
009000         MOVE 'LINEMAST' TO WS-SEARCH-FILE
009660                     MOVE 'CALFILE' TO WS-SEARCH-FILE
009670                     SET WS-VALID-ENTRY TO TRUE
009680                 ELSE
009690                     IF WS-CHOICE-PRI
009700                         MOVE 'PRIRULE' TO WS-SEARCH-FILE
009710                         SET WS-VALID-ENTRY TO TRUE
009720                     ELSE
009730                         IF WS-CHOICE-SREJ
009740                             MOVE 'SCHEDREJ' TO WS-SEARCH-FILE
009750                             SET WS-VALID-ENTRY TO TRUE
009760                         ELSE
009770                             DISPLAY 'INVALID ENTRY - ENTER L, '
009780                                 'O, D, C, P OR S'
009790                         END-IF
009800                     END-IF
009810                 END-IF
009820             END-IF
009830         END-IF
009840     END-IF.
010000 1110-EXIT.
010100     EXIT.
010200
010300 1120-PROMPT-KEY.
010310     IF WS-CHOICE-LINE OR WS-CHOICE-SREJ
010320         DISPLAY 'ENTER LINE ID (6 DIGITS)'
010330     ELSE
010340         IF WS-CHOICE-OPER
010350             DISPLAY 'ENTER OPERATOR ID (UP TO 8 CHARACTERS)'
010360         ELSE
010370             IF WS-CHOICE-DEPT
010380                 DISPLAY 'ENTER DEPARTMENT CODE '
010390                     '(UP TO 10 CHARACTERS)'
010400             ELSE
010410                 IF WS-CHOICE-PRI
010420                     DISPLAY 'ENTER DEPARTMENT CODE, * FOR THE '
010430                         'PLANT DEFAULT RULE, OR RULESET'
010440                 ELSE
010450                     DISPLAY 'ENTER CALENDAR DATE (YYYYMMDD)'
010460                 END-IF
010470             END-IF
010480         END-IF
010490     END-IF.
010900     ACCEPT WS-SEARCH-KEY.
011000     IF WS-SEARCH-KEY NOT = SPACES
011100         SET WS-VALID-ENTRY TO TRUE
