      *****************************************************************
      *  CORRREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE POST-FEED CORRECTION FEED WRITTEN BY   *
      *  COMP3VFC (SCHEDFEED.C + BUSINESS DATE) AND FOR THE           *
      *  CORRECTION LEDGER (CORRLOG) THE SAME RECORDS ARE ALSO        *
      *  APPENDED TO.  EVERY CORRECTION OF A VERDICT ALREADY FED TO   *
      *  THE SCHEDULING SYSTEM WRITES A PAIR: A REVERSAL ('V')        *
      *  CARRYING THE FEED RECORD BEING BACKED OUT EXACTLY AS IT WAS  *
      *  SENT, THEN A REPLACEMENT ('N') CARRYING THE RE-SCORED        *
      *  VERDICT.  THE FEED FIELDS ARE IN THE SCHEDULE FEED'S OWN     *
      *  LAYOUT (SCHEDREC).  CORR-ORIG-RUN-NBR IS THE NIGHTLY RUN     *
      *  THAT FIRST FED THE LINE FOR THE DATE; CORR-CORR-NBR IS THE   *
      *  RUN NUMBER DRAWN FOR THE CORRECTION ITSELF, WHICH THE        *
      *  REPLACEMENT ALSO CARRIES AS ITS FEED RUN NUMBER.  A SECOND   *
      *  CORRECTION OF THE SAME LINE AND DATE REVERSES THE FIRST      *
      *  ONE'S REPLACEMENT.  CORR-PRIOR-VERDICT / -PRIORITY ARE THE   *
      *  VALUES IN FORCE BEFORE THE CORRECTION, ON BOTH RECORDS.      *
      *  CORR-SOURCE-FEED IS THE FEED THE SCHEDULING SYSTEM TOOK THE  *
      *  RECORD FROM: ON A REVERSAL THE NIGHTLY FEED ('D'), ITS       *
      *  RETRANSMISSION ('R'), THE INTRADAY EXPEDITE FEED ('E') OR    *
      *  AN EARLIER CORRECTION ('C'); A REPLACEMENT IS ALWAYS 'C'.    *
      *****************************************************************
       01  CORRECTION-RECORD.
           05  CORR-ACTION                 PIC X(01).
               88  CORR-REVERSAL           VALUE 'V'.
               88  CORR-REPLACEMENT        VALUE 'N'.
           05  CORR-BUS-DATE               PIC 9(08).
           05  CORR-ORIG-RUN-NBR           PIC 9(06).
           05  CORR-CORR-NBR               PIC 9(06).
           05  CORR-SCHED-DATA.
               10  CORR-LINE-ID            PIC 9(06).
               10  CORR-VERDICT-CODE       PIC X(02).
               10  CORR-PRIORITY-FLAG      PIC X(01).
               10  CORR-LINE-NAME          PIC X(20).
               10  CORR-DEPT               PIC X(10).
               10  FILLER                  PIC X(01).
               10  CORR-OPER-ID            PIC X(08).
               10  CORR-RUN-NBR            PIC 9(06).
               10  CORR-SUPERVISOR         PIC X(20).
           05  CORR-PRIOR-VERDICT          PIC X(02).
           05  CORR-PRIOR-PRIORITY         PIC X(01).
           05  CORR-DATE                   PIC 9(08).
           05  CORR-TIME                   PIC 9(08).
           05  CORR-SUPV-ID                PIC X(08).
           05  CORR-REASON                 PIC X(30).
           05  CORR-SOURCE-FEED            PIC X(01).
               88  CORR-SOURCE-NIGHTLY     VALUE 'D'.
               88  CORR-SOURCE-RETRANSMIT  VALUE 'R'.
               88  CORR-SOURCE-EXPEDITE    VALUE 'E'.
               88  CORR-SOURCE-CORRECTION  VALUE 'C'.
           05  FILLER                      PIC X(07).
