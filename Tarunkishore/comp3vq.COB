001597* 22-AUG-26  TK    ADDED THE LIVE LOG AS A THIRD SOURCE, SO A
001598*                  VERDICT KEYED TODAY CAN BE LOOKED UP AHEAD
001599*                  OF TONIGHT'S REBUILD OF THE INDEXED LOG.
001600* 15-OCT-26  TK    A TRIPLET OR CORRECTION VERDICT THAT A
001610*                  LATER POST-FEED CORRECTION (COMP3VFC)
001620*                  REVERSED IS NOW MARKED SUPERSEDED, WITH
001630*                  THE CORRECTION RUN, DATE AND SUPERVISOR,
001640*                  FROM THE CORRECTION LEDGER (CORRLOG).
001650*                  REVERSAL AND CORRECTION AUDIT RECORDS
001660*                  SHOW THE BUSINESS DATE, ORIGINAL RUN AND
001670*                  REASON THEY CARRY.
001672* 15-OCT-26  TK    A RANKED RUN'S ENTRIES ARE SHOWN BY LINE
001674*                  ID, NOW KEPT AT THE END OF THE AUDIT
001676*                  RECORD, INSTEAD OF BY ENTRY NUMBER; A RUN
001678*                  LOGGED BEFORE THAT STILL SHOWS ENTRY NUMBERS.
001680* 15-OCT-26  TK    A CORRECTION LEDGER THAT IS PRESENT BUT
001682*                  CANNOT BE OPENED NOW ENDS THE SESSION
001684*                  WITH ITS FILE STATUS INSTEAD OF BEING
001686*                  TAKEN AS EMPTY.
001688*-----------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.    IBM-370.
002560         ALTERNATE RECORD KEY IS AUDX-INSP-ID WITH DUPLICATES
002570         ALTERNATE RECORD KEY IS AUDX-DATE WITH DUPLICATES
002580         FILE STATUS IS WS-ACTIVE-STATUS.
002582
002584     SELECT CORR-LEDGER-FILE ASSIGN TO CORRLOG
002586         ORGANIZATION IS LINE SEQUENTIAL
002588         FILE STATUS IS WS-LEDGER-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003110
003120 FD  ACTIVE-FILE.
003130     COPY AUDITIXR.
003140
003150 FD  CORR-LEDGER-FILE
003160     RECORDING MODE IS F.
003170 01  CORR-LEDGER-RECORD              PIC X(160).
003200
003300 WORKING-STORAGE SECTION.
003310*   A PRIVATE COPY OF THE AUDIT LAYOUT.  EVERY MATCHED RECORD
003330*   TOUCHES THE CLOSED SEQUENTIAL FILE'S RECORD AREA.
003340    COPY AUDITREC REPLACING ==AUDIT-RECORD== BY
003350        ==WS-AUDIT-REC==.
003352    COPY CORRREC.
003354
003356*   EVERY VERDICT A POST-FEED CORRECTION HAS REVERSED: THE
003358*   LINE AND THE RUN NUMBER THAT WROTE IT, AND THE CORRECTION
003360*   THAT SUPERSEDED IT.  LOADED ONCE PER SESSION.
003362    01  WS-SUP-TABLE.
003364        05  WS-SUP-ENTRY OCCURS 1000 TIMES.
003366            10  WS-SUP-LINE-ID      PIC 9(06).
003368            10  WS-SUP-RUN-NBR      PIC 9(06).
003370            10  WS-SUP-CORR-NBR     PIC 9(06).
003372            10  WS-SUP-DATE         PIC 9(08).
003374            10  WS-SUP-SUPV-ID      PIC X(08).
003376    77 WS-SUP-COUNT PIC 9(04) COMP VALUE ZERO.
003378    77 WS-SUP-IDX PIC 9(04) COMP VALUE ZERO.
003380    77 WS-SUP-FOUND-IDX PIC 9(04) COMP VALUE ZERO.
003382    77 WS-LEDGER-STATUS PIC X(02).
003384
003400    77 WS-AUDIT-STATUS PIC X(02).
003410    77 WS-ACTIVE-STATUS PIC X(02).
003420    77 WS-AUDIT-DSN PIC X(44) VALUE SPACES.
004700    77 WS-RANK-IDX PIC 9(02) COMP VALUE ZERO.
004800 PROCEDURE DIVISION.
004900 0000-MAINLINE.
004910     PERFORM 0500-LOAD-CORRECTIONS THRU 0500-EXIT.
005000     PERFORM 1000-LOOKUP-ONE THRU 1000-EXIT
005100         UNTIL NOT WS-AGAIN.
005200     DISPLAY 'COMP3VQ: INQUIRY SESSION ENDED'.
005300     STOP RUN.
005400
005401*-----------------------------------------------------------
005402* 0500-LOAD-CORRECTIONS - TABLE EVERY REVERSAL ON THE
005403* CORRECTION LEDGER.  A REVERSAL CARRIES THE FEED RECORD IT
005404* BACKED OUT, SO ITS LINE AND RUN NUMBER NAME THE VERDICT
005405* THAT IS NOW SUPERSEDED.  NO LEDGER MEANS NOTHING HAS EVER
005406* BEEN CORRECTED.
005407*-----------------------------------------------------------
005408 0500-LOAD-CORRECTIONS.
005409     MOVE ZERO TO WS-SUP-COUNT.
005410     MOVE 'N' TO WS-EOF-SWITCH.
005411     OPEN INPUT CORR-LEDGER-FILE.
005412     IF WS-LEDGER-STATUS = '35'
005414         GO TO 0500-EXIT
005416     END-IF.
005418     IF WS-LEDGER-STATUS NOT = '00'
005420         DISPLAY 'COMP3VQ: CANNOT OPEN CORRECTION LEDGER, '
005422             'STATUS = ' WS-LEDGER-STATUS
005424         STOP RUN
005426     END-IF.
005428     PERFORM 0510-READ-LEDGER THRU 0510-EXIT.
005430     PERFORM 0520-STORE-CORRECTION THRU 0520-EXIT
005432         UNTIL WS-EOF.
005434     CLOSE CORR-LEDGER-FILE.
005436 0500-EXIT.
005438     EXIT.
005440
005442 0510-READ-LEDGER.
005444     READ CORR-LEDGER-FILE INTO CORRECTION-RECORD
005446         AT END
005448             SET WS-EOF TO TRUE
005450     END-READ.
005452 0510-EXIT.
005454     EXIT.
005456
005458 0520-STORE-CORRECTION.
005460     IF CORR-REVERSAL
005462         IF WS-SUP-COUNT < 1000
005464             ADD 1 TO WS-SUP-COUNT
005466             MOVE CORR-LINE-ID TO WS-SUP-LINE-ID(WS-SUP-COUNT)
005468             MOVE CORR-RUN-NBR TO WS-SUP-RUN-NBR(WS-SUP-COUNT)
005470             MOVE CORR-CORR-NBR TO WS-SUP-CORR-NBR(WS-SUP-COUNT)
005472             MOVE CORR-DATE TO WS-SUP-DATE(WS-SUP-COUNT)
005474             MOVE CORR-SUPV-ID TO WS-SUP-SUPV-ID(WS-SUP-COUNT)
005476         ELSE
005478             DISPLAY 'COMP3VQ: MORE THAN 1000 CORRECTIONS ON '
005480                 'THE LEDGER - OLDER VERDICTS MAY NOT SHOW '
005482                 'AS SUPERSEDED'
005484             SET WS-EOF TO TRUE
005486             GO TO 0520-EXIT
005488         END-IF
005490     END-IF.
005492     PERFORM 0510-READ-LEDGER THRU 0510-EXIT.
005494 0520-EXIT.
005496     EXIT.
005498
005500*-----------------------------------------------------------
005600* 1000-LOOKUP-ONE - RUN ONE COMPLETE SEARCH AGAINST THE
005700* AUDIT LOG AND ASK WHETHER TO LOOK UP ANOTHER.
019760             '  C ' AUD-C OF WS-AUDIT-REC
019800         DISPLAY '   VERDICT: ' AUD-VERDICT OF WS-AUDIT-REC
019900     END-IF.
019902     IF AUD-TYPE-REVERSAL OF WS-AUDIT-REC
019904         DISPLAY '   REVERSAL FOR DATE '
019906             AUD-XREF-BUS-DATE OF WS-AUDIT-REC
019908             ' - RUN ' AUD-XREF-SUPERSEDED-RUN OF WS-AUDIT-REC
019910             ' BACKED OUT, ORIG RUN '
019912             AUD-XREF-ORIG-RUN OF WS-AUDIT-REC
019914         DISPLAY '   REASON: ' AUD-XREF-REASON OF WS-AUDIT-REC
019916     END-IF.
019918     IF AUD-TYPE-CORRECTION OF WS-AUDIT-REC
019920         DISPLAY '   CORRECTION FOR DATE '
019922             AUD-XREF-BUS-DATE OF WS-AUDIT-REC
019924             ' - REPLACES RUN '
019926             AUD-XREF-SUPERSEDED-RUN OF WS-AUDIT-REC
019928             ', ORIG RUN ' AUD-XREF-ORIG-RUN OF WS-AUDIT-REC
019930         DISPLAY '   REASON: ' AUD-XREF-REASON OF WS-AUDIT-REC
019932     END-IF.
019934     IF AUD-TYPE-TRIPLET OF WS-AUDIT-REC
019936         OR AUD-TYPE-CORRECTION OF WS-AUDIT-REC
019938         PERFORM 2350-CHECK-SUPERSEDED THRU 2350-EXIT
019940     END-IF.
020000 2300-EXIT.
020100     EXIT.
020102
020104*-----------------------------------------------------------
020106* 2350-CHECK-SUPERSEDED - A VERDICT WHOSE LINE AND RUN
020108* NUMBER WERE LATER BACKED OUT BY A CORRECTION REVERSAL IS
020110* NO LONGER THE ONE THE SCHEDULER HOLDS.  SAY SO, AND NAME
020112* THE CORRECTION THAT REPLACED IT.
020114*-----------------------------------------------------------
020116 2350-CHECK-SUPERSEDED.
020118     MOVE ZERO TO WS-SUP-FOUND-IDX.
020120     PERFORM 2360-MATCH-SUPERSEDED THRU 2360-EXIT
020122         VARYING WS-SUP-IDX FROM 1 BY 1
020124         UNTIL WS-SUP-IDX > WS-SUP-COUNT
020126            OR WS-SUP-FOUND-IDX > ZERO.
020128     IF WS-SUP-FOUND-IDX > ZERO
020130         DISPLAY '   *** SUPERSEDED BY CORRECTION RUN '
020132             WS-SUP-CORR-NBR(WS-SUP-FOUND-IDX)
020134             ' ON ' WS-SUP-DATE(WS-SUP-FOUND-IDX)
020136             ' BY ' WS-SUP-SUPV-ID(WS-SUP-FOUND-IDX)
020138     END-IF.
020140 2350-EXIT.
020142     EXIT.
020144
020146 2360-MATCH-SUPERSEDED.
020148     IF WS-SUP-LINE-ID(WS-SUP-IDX) = AUD-INSP-ID OF WS-AUDIT-REC
020150         AND WS-SUP-RUN-NBR(WS-SUP-IDX) =
020152             AUD-RUN-NBR OF WS-AUDIT-REC
020154         MOVE WS-SUP-IDX TO WS-SUP-FOUND-IDX
020156     END-IF.
020158 2360-EXIT.
020160     EXIT.
020200
020300*-----------------------------------------------------------
020310* 2400-DISPLAY-RANK-ENTRY - SHOW ONE RANKED ENTRY'S LINE AND
020320* VALUE SO A SUPERVISOR CAN SEE WHICH LINE OUTRANKED WHICH
020330* IN THIS RUN.  A RUN LOGGED BEFORE THE LINE IDS WERE KEPT
020340* HAS NONE, AND SHOWS THE ORIGINAL ENTRY NUMBER INSTEAD.
020350*-----------------------------------------------------------
020360 2400-DISPLAY-RANK-ENTRY.
020370     IF AUD-RANK-LINE-ID OF WS-AUDIT-REC(WS-RANK-IDX) IS NUMERIC
020380         DISPLAY '   RANK ' WS-RANK-IDX
020390             '  LINE '
020400             AUD-RANK-LINE-ID OF WS-AUDIT-REC(WS-RANK-IDX)
020410             '  VALUE '
020420             AUD-RANK-VALUE OF WS-AUDIT-REC(WS-RANK-IDX)
020430     ELSE
020440         DISPLAY '   RANK ' WS-RANK-IDX
020450             '  ENTRY ' AUD-RANK-SEQ OF WS-AUDIT-REC(WS-RANK-IDX)
020460             '  VALUE '
020470             AUD-RANK-VALUE OF WS-AUDIT-REC(WS-RANK-IDX)
020480     END-IF.
021200 2400-EXIT.
021300     EXIT.
021400
