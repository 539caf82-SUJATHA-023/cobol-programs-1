      *****************************************************************
      *  SGNJREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE SIGN-OFF DECISION JOURNAL.  COMP3VXS   *
      *  APPENDS ONE RECORD FOR EVERY HELD RECORD A SUPERVISOR DEALS  *
      *  WITH - APPROVED ('A'), OVERRIDDEN ('O') OR LEFT HELD ('S') - *
      *  STAMPED WITH THE SIGNED-ON SUPERVISOR, THE DATE AND TIME,    *
      *  AND THE FEED GENERATION THE RECORD WAS RELEASED TO.  THE     *
      *  HELD RECORD ITSELF (EXCPREC) IS CARRIED FIELD FOR FIELD,     *
      *  INCLUDING THE RUN NUMBER THAT HELD IT.  AN OVERRIDE MUST     *
      *  CARRY A REASON CODE; THE PRIORITY FLAG AS RELEASED SHOWS     *
      *  WHICH WAY IT WAS FLIPPED.  THE JOURNAL IS ONLY EVER          *
      *  EXTENDED, NEVER REBUILT; COMP3VSR REPORTS FROM IT WEEKLY.    *
      *****************************************************************
       01  SIGNOFF-JOURNAL-RECORD.
           05  SGNJ-SIGNOFF-DATE           PIC 9(08).
           05  SGNJ-SIGNOFF-TIME           PIC 9(08).
           05  SGNJ-SUPV-ID                PIC X(08).
           05  SGNJ-DECISION               PIC X(01).
               88  SGNJ-APPROVED           VALUE 'A'.
               88  SGNJ-OVERRIDDEN         VALUE 'O'.
               88  SGNJ-LEFT-HELD          VALUE 'S'.
           05  SGNJ-REASON-CODE            PIC X(02).
               88  SGNJ-RSN-GAUGE          VALUE 'GR'.
               88  SGNJ-RSN-PRODUCTION     VALUE 'PK'.
               88  SGNJ-RSN-CUSTOMER       VALUE 'CO'.
               88  SGNJ-RSN-MAINTENANCE    VALUE 'MW'.
               88  SGNJ-RSN-QUALITY        VALUE 'QA'.
               88  SGNJ-RSN-OTHER          VALUE 'OT'.
           05  SGNJ-FEED-DATE              PIC 9(08).
           05  SGNJ-RELEASED-PRIORITY      PIC X(01).
           05  SGNJ-LINE-ID                PIC 9(06).
           05  SGNJ-VERDICT-CODE           PIC X(02).
           05  SGNJ-PRIORITY-FLAG          PIC X(01).
           05  SGNJ-LINE-NAME              PIC X(20).
           05  SGNJ-DEPT                   PIC X(10).
           05  SGNJ-A                      PIC 9(07)V99.
           05  SGNJ-B                      PIC 9(07)V99.
           05  SGNJ-C                      PIC 9(07)V99.
           05  SGNJ-MARGIN                 PIC 9(07)V99.
           05  SGNJ-MARGIN-PCT             PIC 9(07)V99.
           05  SGNJ-VERDICT                PIC X(20).
           05  SGNJ-OPER-ID                PIC X(08).
           05  SGNJ-RUN-NBR                PIC 9(06).
           05  SGNJ-SUPERVISOR             PIC X(20).
           05  SGNJ-HOLD-REASON            PIC X(02).
           05  SGNJ-HOLD-DATE              PIC 9(08).
           05  FILLER                      PIC X(16).
