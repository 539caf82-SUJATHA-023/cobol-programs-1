      *          AND AUD-RANK-ENTRY CARRY THE FULL RANK ORDER, ORIGINAL*
      *          ENTRY NUMBER AND VALUE FOR EVERY ENTRY RANKED, SO A   *
      *          SUPERVISOR CAN SEE WHY ANY ENTRY OUTRANKED ANOTHER,   *
      *          NOT JUST THE TOP THREE; AUD-RANK-LINE-ID AT THE END   *
      *          OF THE RECORD GIVES THE LINE ID OF EACH RANKED ENTRY. *
      *          AUD-INSP-ID CARRIES THE LINE ID OF THE TOP-RANKED     *
      *          ENTRY SO A RUN CAN BE FOUND BY WHICH LINE CAME OUT ON *
      *          TOP.                                                  *
      *    'H' - RUN HEADER.  ONE RECORD MARKS THE START AND ONE THE   *
      *          END OF EACH RUN (AUD-VERDICT SAYS WHICH); ONLY THE    *
      *          DATE, TIME, OPERATOR AND RUN NUMBER ARE MEANINGFUL.   *
      *          A COMP3VAR RUN WHOSE RANKING IS PUBLISHED AS AN       *
      *          EXPEDITE GETS ONE MORE, VERDICT 'EXPEDITED N=NN':     *
      *          THE OPERATOR IS THE SUPERVISOR WHO SIGNED IT OFF AND  *
      *          AUD-INSP-ID IS THE TOP-RANKED LINE.                   *
      *    'V' - REVERSAL (COMP3VFC POST-FEED CORRECTION).  BACKS OUT  *
      *          A VERDICT ALREADY FED FOR A PAST BUSINESS DATE.       *
      *          AUD-A/B/C AND AUD-VERDICT ARE THE VALUES REVERSED.    *
      *    'C' - CORRECTION (COMP3VFC).  THE RE-SCORED REPLACEMENT:    *
      *          AUD-A/B/C AND AUD-VERDICT ARE THE CORRECTED VALUES.   *
      *          ON BOTH, AUD-RUN-NBR IS THE CORRECTION'S OWN RUN      *
      *          NUMBER AND THE RANK TABLE AREA INSTEAD CARRIES THE    *
      *          CROSS-REFERENCE (AUD-CORR-XREF): THE BUSINESS DATE    *
      *          CORRECTED, THE NIGHTLY RUN THAT ORIGINALLY FED THE    *
      *          LINE, THE RUN WHOSE VERDICT WAS SUPERSEDED, AND THE   *
      *          SUPERVISOR'S REASON.                                  *
      *                                                                *
      *  EVERY RECORD CARRIES THE SIGNED-ON OPERATOR AND THE RUN       *
      *  NUMBER ASSIGNED AT RUN START, SO A QUESTIONED VERDICT CAN BE  *
      *  TRACED TO WHO RAN IT AND WHICH RUN IT BELONGED TO.            *
      *  THE RANKED LINE IDS FOLLOW THEM AT THE END OF THE RECORD SO   *
      *  THE FIELDS BEFORE THEM KEEP THEIR PLACES; A RECORD WRITTEN    *
      *  BEFORE THEY WERE ADDED READS WITH THAT AREA BLANK.            *
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-REC-TYPE                PIC X(01).
               88  AUD-TYPE-TRIPLET        VALUE 'T'.
               88  AUD-TYPE-RANKED         VALUE 'R'.
               88  AUD-TYPE-RUN-HDR        VALUE 'H'.
               88  AUD-TYPE-REVERSAL       VALUE 'V'.
               88  AUD-TYPE-CORRECTION     VALUE 'C'.
           05  AUD-DATE                    PIC 9(08).
           05  AUD-TIME                    PIC 9(08).
           05  AUD-INSP-ID                 PIC 9(06).
           05  AUD-C                       PIC 9(07)V99.
           05  AUD-VERDICT                 PIC X(20).
           05  AUD-RANK-COUNT              PIC 9(02).
           05  AUD-RANK-TABLE.
               10  AUD-RANK-ENTRY OCCURS 20 TIMES.
                   15  AUD-RANK-SEQ        PIC 9(02).
                   15  AUD-RANK-VALUE      PIC 9(07)V99.
           05  AUD-CORR-XREF REDEFINES AUD-RANK-TABLE.
               10  AUD-XREF-BUS-DATE       PIC 9(08).
               10  AUD-XREF-ORIG-RUN       PIC 9(06).
               10  AUD-XREF-SUPERSEDED-RUN PIC 9(06).
               10  AUD-XREF-REASON         PIC X(30).
               10  FILLER                  PIC X(170).
           05  AUD-OPER-ID                 PIC X(08).
           05  AUD-RUN-NBR                 PIC 9(06).
           05  AUD-RANK-LINE-TABLE.
               10  AUD-RANK-LINE-ID        PIC 9(06)
                                           OCCURS 20 TIMES.
