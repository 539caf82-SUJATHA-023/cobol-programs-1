002160*                  WRITES A BEFORE/AFTER IMAGE RECORD TO THE
002170*                  MAINTENANCE AUDIT LOG, THE SAME TRAIL
002180*                  COMP3VLM WRITES FOR THE LINE MASTER.
002185* 15-OCT-26  TK    SIGN-ON NOW ASKS FOR THE OPERATOR'S
002190*                  PASSWORD AND GOES THROUGH COMP3VSO (A
002195*                  MISSING MASTER STILL GETS THROUGH TO
002200*                  BUILD THE FILE).  THE TABLE NOW CARRIES
002205*                  THE PASSWORD AND LOCKOUT FIELDS THROUGH
002210*                  TO THE REWRITE.  A NEW OPERATOR IS GIVEN
002215*                  A TEMPORARY PASSWORD, AND TWO NEW
002220*                  SUPERVISOR-ONLY ACTIONS RESET A
002225*                  LOCKED-OUT ID (R) AND ISSUE A NEW
002230*                  TEMPORARY PASSWORD (P); AN OPERATOR WHO
002235*                  TRIES EITHER GOES ON THE SECURITY
002240*                  VIOLATION LOG.  THE AUDIT TRAIL NEVER
002245*                  SHOWS A PASSWORD.
002250* 15-OCT-26  TK    ADDING AN OPERATOR AND CHANGING A NAME OR
002255*                  AUTHORITY LEVEL ARE NOW SUPERVISOR-ONLY;
002260*                  AN OPERATOR WHO TRIES GOES ON THE
002265*                  SECURITY VIOLATION LOG.  THE MASTER IS
002270*                  READ AGAIN AT REWRITE TIME SO THE
002275*                  LOCKOUTS, FAIL COUNTS AND SIGN-ON DATES
002280*                  COMP3VSO RECORDED DURING THE SESSION ARE
002285*                  NOT OVERWRITTEN.
002286* 15-OCT-26  TK    A LOCKOUT RESET OR A NEW TEMPORARY
002288*                  PASSWORD NOW READS THE OPERATOR'S RECORD
002290*                  AGAIN FIRST, SO A LOCKOUT, FAIL COUNT OR
002292*                  SIGN-ON COMP3VSO RECORDED AFTER THE
002294*                  SESSION STARTED IS SEEN.
002296*-----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
004300            10  WS-TAB-OPER-NAME    PIC X(20).
004400            10  WS-TAB-OPER-ACTIVE  PIC X(01).
004500            10  WS-TAB-OPER-AUTH    PIC X(01).
004510            10  WS-TAB-OPER-SECURITY PIC X(70).
004520            10  WS-TAB-SEC-CHANGED  PIC X(01).
004530                88  WS-TAB-SEC-IS-CHANGED VALUE 'Y'.
004600
004700    77 WS-OPER-STATUS PIC X(02).
004800    77 WS-OPER-COUNT PIC 9(03) COMP VALUE ZERO.
006000       88 WS-ACTION-ADD VALUE 'A'.
006100       88 WS-ACTION-CHANGE VALUE 'C'.
006200       88 WS-ACTION-DEACT VALUE 'D'.
006210       88 WS-ACTION-RESET VALUE 'R'.
006220       88 WS-ACTION-PASSWORD VALUE 'P'.
006300       88 WS-ACTION-EXIT VALUE 'X'.
006400    77 WS-INPUT-ID PIC X(08) VALUE SPACES.
006500    77 WS-INPUT-NAME PIC X(20) VALUE SPACES.
006600    77 WS-INPUT-AUTH PIC X(01) VALUE SPACE.
006602    77 WS-INPUT-PASSWORD PIC X(08) VALUE SPACES.
006604    77 WS-INPUT-PASSWORD-2 PIC X(08) VALUE SPACES.
006606    77 WS-TODAY PIC 9(08) VALUE ZERO.
006610    77 WS-MAINT-STATUS PIC X(02).
006620    77 WS-SIGNON-ID PIC X(08) VALUE SPACES.
006630    77 WS-SIGNON-NAME PIC X(20) VALUE SPACES.
006632    77 WS-SIGNON-AUTH PIC X(01) VALUE SPACE.
006634       88 WS-SIGNON-IS-SUPER VALUE 'S'.
006640    77 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
006650    77 WS-SIGNON-TRIES PIC 9(01) VALUE ZERO.
006680    77 WS-MNT-WK-ACTION PIC X(01) VALUE SPACE.
006682    77 WS-MNT-WK-FIELD PIC X(10) VALUE SPACES.
006684    77 WS-MNT-WK-OLD PIC X(30) VALUE SPACES.
006689                                PIC X(120).
006690    77 WS-AUDQ-COUNT PIC 9(03) COMP VALUE ZERO.
006691    77 WS-AUDQ-IDX PIC 9(03) COMP VALUE ZERO.
006695    COPY SIGNPARM.
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006810     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
007800     STOP RUN.
007900
007902*-----------------------------------------------------------
007903* 0400-SIGN-ON - THE OPERATOR SIGNS ON WITH AN ID AND
007904* PASSWORD, CHECKED BY COMP3VSO: THE ID MUST BE ON THE
007905* OPERATOR MASTER, ACTIVE AND NOT LOCKED OUT.  THREE FAILED
007906* TRIES END THE SESSION.  A MISSING MASTER IS LET THROUGH
007907* WITH A WARNING SO THE FILE CAN BE BUILT THE FIRST
007908* TIME.  EVERY MAINTENANCE AUDIT RECORD THIS SESSION WRITES
007909* CARRIES THE ID.
007914*-----------------------------------------------------------
007916 0400-SIGN-ON.
007918     MOVE 'N' TO WS-VALID-SWITCH.
007926 0400-EXIT.
007928     EXIT.
007930
007931 0410-PROMPT-OPERATOR.
007932     IF WS-SIGNON-TRIES >= 3
007933         DISPLAY 'COMP3VOM: TOO MANY FAILED SIGN-ONS - SESSION '
007934             'ENDED'
007935         STOP RUN
007936     END-IF.
007937     DISPLAY 'ENTER OPERATOR ID'.
007938     ACCEPT WS-SIGNON-ID.
007939     IF WS-SIGNON-ID = SPACES
007940         DISPLAY 'INVALID ENTRY - OPERATOR ID REQUIRED'
007941         GO TO 0410-EXIT
007942     END-IF.
007943     ADD 1 TO WS-SIGNON-TRIES.
007944     DISPLAY 'ENTER PASSWORD'.
007945     ACCEPT WS-SIGNON-PASSWORD.
007946     SET SGNP-FUNC-SIGNON TO TRUE.
007947     MOVE 'COMP3VOM' TO SGNP-PROGRAM.
007948     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
007949     MOVE WS-SIGNON-PASSWORD TO SGNP-PASSWORD.
007950     MOVE SPACES TO WS-SIGNON-PASSWORD.
007951     CALL 'COMP3VSO' USING SIGN-PARM.
007952     IF SGNP-CHANGE-NEEDED
007953         DISPLAY SGNP-MESSAGE
007954         PERFORM 0420-CHANGE-PASSWORD THRU 0420-EXIT
007955     END-IF.
007956     IF SGNP-NO-MASTER
007957         DISPLAY 'COMP3VOM: NO OPERATOR MASTER YET - SIGN-ON '
007958             'ACCEPTED UNVALIDATED TO BUILD THE FILE'
007959         SET WS-VALID-ENTRY TO TRUE
007960         MOVE SPACES TO WS-SIGNON-NAME
007961         MOVE 'S' TO WS-SIGNON-AUTH
007962         MOVE SPACES TO SGNP-PASSWORD
007963         GO TO 0410-EXIT
007964     END-IF.
007965     IF SGNP-OK
007966         SET WS-VALID-ENTRY TO TRUE
007967         MOVE SGNP-OPER-NAME TO WS-SIGNON-NAME
007968         MOVE SGNP-AUTH-LEVEL TO WS-SIGNON-AUTH
007969         IF SGNP-MESSAGE NOT = SPACES
007970             DISPLAY SGNP-MESSAGE
007971         END-IF
007972     ELSE
007973         DISPLAY SGNP-MESSAGE
007974     END-IF.
007975     MOVE SPACES TO SGNP-PASSWORD SGNP-NEW-PASSWORD.
007976 0410-EXIT.
007977     EXIT.
007978
007979*-----------------------------------------------------------
007980* 0420-CHANGE-PASSWORD - A TEMPORARY OR EXPIRED PASSWORD IS
007981* REPLACED BEFORE THE SESSION GOES ANY FURTHER.  THE NEW ONE
007982* IS KEYED TWICE; A MISMATCH MEANS SIGNING ON AGAIN.
007983*-----------------------------------------------------------
007984 0420-CHANGE-PASSWORD.
007985     DISPLAY 'ENTER NEW PASSWORD (6 TO 8 CHARACTERS, AT LEAST '
007986         'ONE LETTER AND ONE DIGIT)'.
007987     ACCEPT SGNP-NEW-PASSWORD.
007988     DISPLAY 'ENTER NEW PASSWORD AGAIN'.
007989     ACCEPT WS-SIGNON-PASSWORD.
007990     IF WS-SIGNON-PASSWORD NOT = SGNP-NEW-PASSWORD
007991         MOVE SPACES TO WS-SIGNON-PASSWORD
007992         MOVE 'NEW PASSWORDS DO NOT MATCH - SIGN ON AGAIN'
007993             TO SGNP-MESSAGE
007994         SET SGNP-REFUSED TO TRUE
007995         GO TO 0420-EXIT
007996     END-IF.
007997     MOVE SPACES TO WS-SIGNON-PASSWORD.
007998     SET SGNP-FUNC-CHANGE TO TRUE.
007999     CALL 'COMP3VSO' USING SIGN-PARM.
008000 0420-EXIT.
008001     EXIT.
008042
008044*-----------------------------------------------------------
008046* 0600-OPEN-MAINT-LOG - THE MAINTENANCE AUDIT LOG IS ALWAYS
012000             WS-TAB-OPER-ACTIVE(WS-OPER-COUNT)
012100         MOVE OPER-AUTH-LEVEL  TO
012200             WS-TAB-OPER-AUTH(WS-OPER-COUNT)
012210         MOVE OPER-SECURITY    TO
012220             WS-TAB-OPER-SECURITY(WS-OPER-COUNT)
012230         MOVE 'N'              TO
012240             WS-TAB-SEC-CHANGED(WS-OPER-COUNT)
012300     ELSE
012400         DISPLAY 'COMP3VOM: OPERATOR MASTER EXCEEDS 200 '
012500             'ENTRIES, RECORD DROPPED'
014200         IF WS-ACTION-CHANGE
014300             PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
014400         ELSE
014410             IF WS-ACTION-DEACT
014420                 PERFORM 6000-DEACTIVATE-OPERATOR THRU 6000-EXIT
014430             ELSE
014440                 IF WS-ACTION-RESET
014450                     PERFORM 7000-RESET-LOCKOUT THRU 7000-EXIT
014460                 ELSE
014470                     IF WS-ACTION-PASSWORD
014480                         PERFORM 7500-ISSUE-PASSWORD
014490                             THRU 7500-EXIT
014500                     ELSE
014510                         SET WS-DONE TO TRUE
014520                     END-IF
014530                 END-IF
014540             END-IF
014550         END-IF
014560     END-IF.
015200 2000-EXIT.
015300     EXIT.
015400
015500 2100-PROMPT-ACTION.
015600     DISPLAY 'OPERATOR MASTER MAINTENANCE:'.
015610     DISPLAY '  A - ADD A NEW OPERATOR (SUPERVISOR)'.
015620     DISPLAY '  C - CHANGE A NAME OR AUTHORITY LEVEL '
015630         '(SUPERVISOR)'.
015810     DISPLAY '  D - DEACTIVATE AN OPERATOR'.
015820     DISPLAY '  R - RESET A LOCKED-OUT OPERATOR (SUPERVISOR)'.
015830     DISPLAY '  P - ISSUE A TEMPORARY PASSWORD (SUPERVISOR)'.
015840     DISPLAY '  X - SAVE AND EXIT'.
015850     ACCEPT WS-ACTION.
015860     IF WS-ACTION-ADD OR WS-ACTION-CHANGE
015870         OR WS-ACTION-DEACT OR WS-ACTION-RESET
015880         OR WS-ACTION-PASSWORD OR WS-ACTION-EXIT
015890         SET WS-VALID-ENTRY TO TRUE
015900     ELSE
015910         DISPLAY 'INVALID ENTRY - ENTER A, C, D, R, P OR X'
015920     END-IF.
016800 2100-EXIT.
016900     EXIT.
017000
022300 2500-EXIT.
022400     EXIT.
022500
022501*-----------------------------------------------------------
022502* 2600-PROMPT-PASSWORD - ASK TWICE FOR A TEMPORARY PASSWORD
022503* FOR WS-INPUT-ID AND HAVE COMP3VSO CHECK IT AGAINST THE
022504* PASSWORD RULES AND HASH IT INTO SGNP-HASH.  THE PASSWORD
022505* ITSELF IS NEVER KEPT OR WRITTEN ANYWHERE.
022506*-----------------------------------------------------------
022507 2600-PROMPT-PASSWORD.
022508     DISPLAY 'ENTER TEMPORARY PASSWORD (6 TO 8 CHARACTERS, AT '
022509         'LEAST ONE LETTER AND ONE DIGIT)'.
022510     ACCEPT WS-INPUT-PASSWORD.
022511     DISPLAY 'ENTER TEMPORARY PASSWORD AGAIN'.
022512     ACCEPT WS-INPUT-PASSWORD-2.
022513     IF WS-INPUT-PASSWORD NOT = WS-INPUT-PASSWORD-2
022514         MOVE SPACES TO WS-INPUT-PASSWORD WS-INPUT-PASSWORD-2
022515         DISPLAY 'INVALID ENTRY - THE TWO ENTRIES DO NOT MATCH'
022516         GO TO 2600-EXIT
022517     END-IF.
022518     SET SGNP-FUNC-HASH TO TRUE.
022519     MOVE WS-INPUT-ID TO SGNP-OPER-ID.
022520     MOVE WS-INPUT-PASSWORD TO SGNP-PASSWORD.
022521     MOVE SPACES TO WS-INPUT-PASSWORD WS-INPUT-PASSWORD-2.
022522     CALL 'COMP3VSO' USING SIGN-PARM.
022523     MOVE SPACES TO SGNP-PASSWORD.
022524     IF SGNP-OK
022525         SET WS-VALID-ENTRY TO TRUE
022526     ELSE
022527         DISPLAY 'INVALID ENTRY - ' SGNP-MESSAGE
022528     END-IF.
022529 2600-EXIT.
022530     EXIT.
022531
022532*-----------------------------------------------------------
022533* 2700-SET-TEMPORARY - PUT THE HASH FROM 2600 ON THE TABLE
022534* ENTRY AT WS-FOUND-IDX AS A TEMPORARY PASSWORD DATED TODAY,
022535* WHICH THE OPERATOR MUST CHANGE AT THE NEXT SIGN-ON.  ANY
022536* LOCKOUT AND RUN OF FAILED ATTEMPTS IS CLEARED WITH IT.
022537*-----------------------------------------------------------
022538 2700-SET-TEMPORARY.
022539     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022540     MOVE WS-TAB-OPER-SECURITY(WS-FOUND-IDX) TO OPER-SECURITY.
022541     MOVE SGNP-HASH TO OPER-PASSWORD-HASH.
022542     MOVE WS-TODAY TO OPER-PWD-CHANGED-DATE.
022543     SET OPER-PWD-TEMPORARY TO TRUE.
022544     MOVE ZERO TO OPER-FAIL-COUNT OPER-LOCK-DATE OPER-LOCK-TIME.
022545     MOVE SPACE TO OPER-LOCK-FLAG.
022546     IF OPER-LAST-SIGNON-DATE NOT NUMERIC
022547         MOVE ZERO TO OPER-LAST-SIGNON-DATE
022548     END-IF.
022549     MOVE OPER-SECURITY TO WS-TAB-OPER-SECURITY(WS-FOUND-IDX).
022550     SET WS-TAB-SEC-IS-CHANGED(WS-FOUND-IDX) TO TRUE.
022560     MOVE SPACES TO SGNP-HASH.
022570 2700-EXIT.
022580     EXIT.
022590
022600*-----------------------------------------------------------
022610* 4000-ADD-OPERATOR - ADD A NEW OPERATOR.  THE ID MUST NOT
022620* ALREADY BE ON FILE; THE OPERATOR STARTS OUT ACTIVE WITH
022630* THE KEYED AUTHORITY LEVEL AND A TEMPORARY PASSWORD, WHICH
022640* MUST BE CHANGED AT THE FIRST SIGN-ON.  SUPERVISORS ONLY.
022650*-----------------------------------------------------------
022660 4000-ADD-OPERATOR.
022670     IF NOT WS-SIGNON-IS-SUPER
022680         PERFORM 7900-REFUSE-ACTION THRU 7900-EXIT
022690         GO TO 4000-EXIT
022700     END-IF.
022710     IF WS-OPER-COUNT >= 200
023300         DISPLAY 'COMP3VOM: OPERATOR MASTER IS FULL '
023400             '(200 ENTRIES)'
023500         GO TO 4000-EXIT
024900     MOVE 'N' TO WS-VALID-SWITCH.
025000     PERFORM 2500-PROMPT-AUTH THRU 2500-EXIT
025100         UNTIL WS-VALID-ENTRY.
025110     MOVE 'N' TO WS-VALID-SWITCH.
025120     PERFORM 2600-PROMPT-PASSWORD THRU 2600-EXIT
025130         UNTIL WS-VALID-ENTRY.
025200     ADD 1 TO WS-OPER-COUNT.
025300     MOVE WS-INPUT-ID   TO WS-TAB-OPER-ID(WS-OPER-COUNT).
025400     MOVE WS-INPUT-NAME TO WS-TAB-OPER-NAME(WS-OPER-COUNT).
025500     MOVE 'A'           TO WS-TAB-OPER-ACTIVE(WS-OPER-COUNT).
025600     MOVE WS-INPUT-AUTH TO WS-TAB-OPER-AUTH(WS-OPER-COUNT).
025610     MOVE SPACES        TO WS-TAB-OPER-SECURITY(WS-OPER-COUNT).
025620     MOVE WS-OPER-COUNT TO WS-FOUND-IDX.
025630     PERFORM 2700-SET-TEMPORARY THRU 2700-EXIT.
025700     SET WS-CHANGED TO TRUE.
025710     MOVE 'A'           TO WS-MNT-WK-ACTION.
025720     MOVE 'NAME'        TO WS-MNT-WK-FIELD.
025760     MOVE 'AUTH'        TO WS-MNT-WK-FIELD.
025770     MOVE WS-INPUT-AUTH TO WS-MNT-WK-NEW.
025780     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
025785     MOVE 'PASSWORD'    TO WS-MNT-WK-FIELD.
025790     MOVE 'TEMPORARY ISSUED' TO WS-MNT-WK-NEW.
025795     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
025800     DISPLAY 'OPERATOR ' WS-INPUT-ID ' ADDED'.
025900 4000-EXIT.
026000     EXIT.
026100
026200*-----------------------------------------------------------
026210* 5000-CHANGE-OPERATOR - CHANGE THE NAME OR AUTHORITY LEVEL
026220* OF AN EXISTING OPERATOR.  A BLANK ENTRY KEEPS THE CURRENT
026230* VALUE.  SUPERVISORS ONLY.
026240*-----------------------------------------------------------
026250 5000-CHANGE-OPERATOR.
026260     IF NOT WS-SIGNON-IS-SUPER
026270         PERFORM 7900-REFUSE-ACTION THRU 7900-EXIT
026280         GO TO 5000-EXIT
026290     END-IF.
026300     MOVE 'N' TO WS-VALID-SWITCH.
026900     PERFORM 2200-PROMPT-OPER-ID THRU 2200-EXIT
027000         UNTIL WS-VALID-ENTRY.
027100     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
032100 6000-EXIT.
032200     EXIT.
032300
032301*-----------------------------------------------------------
032302* 7000-RESET-LOCKOUT - CLEAR THE LOCK AND THE RUN OF FAILED
032303* SIGN-ONS ON AN OPERATOR LOCKED OUT BY COMP3VSO.  THE
032304* PASSWORD IS NOT TOUCHED.  SUPERVISORS ONLY.
032305*-----------------------------------------------------------
032306 7000-RESET-LOCKOUT.
032307     IF NOT WS-SIGNON-IS-SUPER
032308         PERFORM 7900-REFUSE-ACTION THRU 7900-EXIT
032309         GO TO 7000-EXIT
032310     END-IF.
032311     MOVE 'N' TO WS-VALID-SWITCH.
032312     PERFORM 2200-PROMPT-OPER-ID THRU 2200-EXIT
032313         UNTIL WS-VALID-ENTRY.
032314     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
032315     IF WS-FOUND-IDX = ZERO
032316         DISPLAY 'OPERATOR ' WS-INPUT-ID ' IS NOT ON THE MASTER'
032317         GO TO 7000-EXIT
032318     END-IF.
032319     PERFORM 7100-REREAD-OPERATOR THRU 7100-EXIT.
032320     IF NOT OPER-LOCKED
032321         DISPLAY 'OPERATOR ' WS-INPUT-ID ' IS NOT LOCKED OUT'
032322         GO TO 7000-EXIT
032323     END-IF.
032324     DISPLAY 'LOCKED OUT ON ' OPER-LOCK-DATE ' AT '
032325         OPER-LOCK-TIME(1:6).
032326     MOVE SPACE TO OPER-LOCK-FLAG.
032327     MOVE ZERO TO OPER-FAIL-COUNT.
032328     MOVE OPER-SECURITY TO WS-TAB-OPER-SECURITY(WS-FOUND-IDX).
032329     SET WS-TAB-SEC-IS-CHANGED(WS-FOUND-IDX) TO TRUE.
032330     MOVE 'C'        TO WS-MNT-WK-ACTION.
032331     MOVE 'LOCKOUT'  TO WS-MNT-WK-FIELD.
032332     MOVE 'LOCKED'   TO WS-MNT-WK-OLD.
032333     MOVE 'RESET'    TO WS-MNT-WK-NEW.
032334     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
032335     SET WS-CHANGED TO TRUE.
032336     DISPLAY 'OPERATOR ' WS-INPUT-ID ' LOCKOUT RESET'.
032337 7000-EXIT.
032338     EXIT.
032339
032340*-----------------------------------------------------------
032341* 7500-ISSUE-PASSWORD - GIVE AN OPERATOR A NEW TEMPORARY
032342* PASSWORD, E.G. ONE WHO HAS FORGOTTEN THE OLD ONE.  IT ALSO
032343* CLEARS ANY LOCKOUT.  THE AUDIT TRAIL RECORDS THAT ONE WAS
032344* ISSUED, NEVER THE PASSWORD.  SUPERVISORS ONLY.
032345*-----------------------------------------------------------
032346 7500-ISSUE-PASSWORD.
032347     IF NOT WS-SIGNON-IS-SUPER
032348         PERFORM 7900-REFUSE-ACTION THRU 7900-EXIT
032349         GO TO 7500-EXIT
032350     END-IF.
032351     MOVE 'N' TO WS-VALID-SWITCH.
032352     PERFORM 2200-PROMPT-OPER-ID THRU 2200-EXIT
032353         UNTIL WS-VALID-ENTRY.
032354     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
032355     IF WS-FOUND-IDX = ZERO
032356         DISPLAY 'OPERATOR ' WS-INPUT-ID ' IS NOT ON THE MASTER'
032357         GO TO 7500-EXIT
032358     END-IF.
032359     MOVE 'N' TO WS-VALID-SWITCH.
032360     PERFORM 2600-PROMPT-PASSWORD THRU 2600-EXIT
032361         UNTIL WS-VALID-ENTRY.
032362     PERFORM 7100-REREAD-OPERATOR THRU 7100-EXIT.
032363     IF OPER-LOCKED
032364         MOVE 'C'        TO WS-MNT-WK-ACTION
032365         MOVE 'LOCKOUT'  TO WS-MNT-WK-FIELD
032366         MOVE 'LOCKED'   TO WS-MNT-WK-OLD
032367         MOVE 'RESET'    TO WS-MNT-WK-NEW
032368         PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT
032369     END-IF.
032370     PERFORM 2700-SET-TEMPORARY THRU 2700-EXIT.
032371     MOVE 'C'        TO WS-MNT-WK-ACTION.
032372     MOVE 'PASSWORD' TO WS-MNT-WK-FIELD.
032373     MOVE '********' TO WS-MNT-WK-OLD.
032374     MOVE 'TEMPORARY ISSUED' TO WS-MNT-WK-NEW.
032375     PERFORM 0700-QUEUE-MAINT-AUDIT THRU 0700-EXIT.
032376     SET WS-CHANGED TO TRUE.
032377     DISPLAY 'OPERATOR ' WS-INPUT-ID ' HAS A NEW TEMPORARY '
032378         'PASSWORD - IT MUST BE CHANGED AT THE NEXT SIGN-ON'.
032379 7500-EXIT.
032380     EXIT.
032381
032382*-----------------------------------------------------------
032383* 7900-REFUSE-ACTION - AN OPERATOR WHO IS NOT A SUPERVISOR
032384* ASKED FOR A SUPERVISOR-ONLY ACTION.  IT GOES ON THE
032385* SECURITY VIOLATION LOG.
032386*-----------------------------------------------------------
032387 7900-REFUSE-ACTION.
032388     SET SGNP-FUNC-VIOLATION TO TRUE.
032389     MOVE 'COMP3VOM' TO SGNP-PROGRAM.
032390     MOVE WS-SIGNON-ID TO SGNP-OPER-ID.
032391     MOVE 'NA' TO SGNP-EVENT.
032392     CALL 'COMP3VSO' USING SIGN-PARM.
032393     DISPLAY 'ONLY A SUPERVISOR MAY ADD OR CHANGE AN OPERATOR, '
032394         'RESET A LOCKOUT OR ISSUE A PASSWORD'.
032395 7900-EXIT.
032396     EXIT.
032397
032400*-----------------------------------------------------------
032410* 3000-REWRITE-MASTER - WRITE THE WHOLE TABLE BACK AS THE
032420* NEW OPERATOR MASTER, AFTER TAKING UP ANY SECURITY CHANGES
032430* COMP3VSO MADE TO THE FILE DURING THE SESSION.
032440*-----------------------------------------------------------
032450 3000-REWRITE-MASTER.
032460     PERFORM 3050-REFRESH-SECURITY THRU 3050-EXIT.
032470     OPEN OUTPUT OPERATOR-FILE.
033000     IF WS-OPER-STATUS NOT = '00'
033100         DISPLAY 'COMP3VOM: CANNOT REWRITE OPERATOR MASTER, '
033200             'STATUS = ' WS-OPER-STATUS
033900     DISPLAY 'COMP3VOM: ' WS-OPER-COUNT ' OPERATORS WRITTEN'.
034000 3000-EXIT.
034100     EXIT.
034102
034104*-----------------------------------------------------------
034106* 3050-REFRESH-SECURITY - COMP3VSO KEEPS THE FAIL COUNT,
034108* LOCKOUT AND LAST SIGN-ON ON THE MASTER WHILE THIS SESSION
034110* IS OPEN, SO THE FILE IS READ AGAIN JUST BEFORE THE REWRITE.
034112* EVERY ENTRY WHOSE SECURITY THIS SESSION DID NOT TOUCH TAKES
034114* THE FILE'S COPY, AND AN OPERATOR ADDED TO THE FILE SINCE THE
034116* SESSION LOADED IT IS KEPT.
034118*-----------------------------------------------------------
034120 3050-REFRESH-SECURITY.
034122     OPEN INPUT OPERATOR-FILE.
034124     IF WS-OPER-STATUS = '35'
034126         GO TO 3050-EXIT
034128     END-IF.
034130     IF WS-OPER-STATUS NOT = '00'
034132         DISPLAY 'COMP3VOM: CANNOT REREAD OPERATOR MASTER, '
034134             'STATUS = ' WS-OPER-STATUS
034136         STOP RUN
034138     END-IF.
034140     MOVE 'N' TO WS-EOF-SWITCH.
034142     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
034144     PERFORM 3060-REFRESH-ONE THRU 3060-EXIT
034146         UNTIL WS-EOF.
034148     CLOSE OPERATOR-FILE.
034150 3050-EXIT.
034152     EXIT.
034154
034156 3060-REFRESH-ONE.
034158     MOVE OPER-ID TO WS-INPUT-ID.
034160     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
034162     IF WS-FOUND-IDX = ZERO
034164         PERFORM 1200-STORE-OPERATOR THRU 1200-EXIT
034166         GO TO 3060-EXIT
034168     END-IF.
034170     IF NOT WS-TAB-SEC-IS-CHANGED(WS-FOUND-IDX)
034172         MOVE OPER-SECURITY TO WS-TAB-OPER-SECURITY(WS-FOUND-IDX)
034174     END-IF.
034176     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
034178 3060-EXIT.
034180     EXIT.
034200
034300 3100-WRITE-OPERATOR.
034400     MOVE SPACES TO OPERATOR-RECORD.
034600     MOVE WS-TAB-OPER-NAME(WS-OPER-IDX)   TO OPER-NAME.
034700     MOVE WS-TAB-OPER-ACTIVE(WS-OPER-IDX) TO OPER-ACTIVE-FLAG.
034800     MOVE WS-TAB-OPER-AUTH(WS-OPER-IDX)   TO OPER-AUTH-LEVEL.
034810     MOVE WS-TAB-OPER-SECURITY(WS-OPER-IDX) TO OPER-SECURITY.
034900     WRITE OPERATOR-RECORD.
035000 3100-EXIT.
035100     EXIT.
035110
035120*-----------------------------------------------------------
035130* 7100-REREAD-OPERATOR - COMP3VSO MAY HAVE LOCKED THE
035140* OPERATOR OUT, OR RECORDED A FAILED OR GOOD SIGN-ON, SINCE
035150* THIS SESSION LOADED THE MASTER.  BEFORE A RESET OR A NEW
035160* PASSWORD THE OPERATOR'S RECORD IS READ AGAIN AND ITS
035170* SECURITY FIELDS TAKEN UP, AS 3050 DOES FOR THE WHOLE FILE,
035180* UNLESS THIS SESSION HAS ALREADY CHANGED THEM.  THE ENTRY'S
035190* SECURITY FIELDS ARE LEFT IN OPER-SECURITY FOR THE CALLER.
035200*-----------------------------------------------------------
035210 7100-REREAD-OPERATOR.
035220     IF WS-TAB-SEC-IS-CHANGED(WS-FOUND-IDX)
035230         GO TO 7100-TAKE-ENTRY
035240     END-IF.
035250     OPEN INPUT OPERATOR-FILE.
035260     IF WS-OPER-STATUS = '35'
035270         GO TO 7100-TAKE-ENTRY
035280     END-IF.
035290     IF WS-OPER-STATUS NOT = '00'
035300         DISPLAY 'COMP3VOM: CANNOT REREAD OPERATOR MASTER, '
035310             'STATUS = ' WS-OPER-STATUS
035320         STOP RUN
035330     END-IF.
035340     MOVE 'N' TO WS-EOF-SWITCH.
035350     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
035360     PERFORM 7110-MATCH-REREAD THRU 7110-EXIT
035370         UNTIL WS-EOF.
035380     CLOSE OPERATOR-FILE.
035390 7100-TAKE-ENTRY.
035400     MOVE WS-TAB-OPER-SECURITY(WS-FOUND-IDX) TO OPER-SECURITY.
035410 7100-EXIT.
035420     EXIT.
035430
035440 7110-MATCH-REREAD.
035450     IF OPER-ID = WS-INPUT-ID
035460         MOVE OPER-SECURITY TO WS-TAB-OPER-SECURITY(WS-FOUND-IDX)
035470         SET WS-EOF TO TRUE
035480         GO TO 7110-EXIT
035490     END-IF.
035500     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
035510 7110-EXIT.
035520     EXIT.
