      *  NUMBER, SO THE COMP3VST MORNING STATUS JOB CAN JOIN THE      *
      *  WHOLE NIGHT ON ONE PAGE INSTEAD OF FOUR SEPARATE OUTPUTS.    *
      *  FIELDS A STEP HAS NO USE FOR ARE LEFT AT ZERO OR SPACE.      *
      *  COMP3VB STAMPS THE PRIORITY RULE-SET NUMBER (PRIRREC) THAT   *
      *  SCORED THE NIGHT; ZERO MEANS THE BUILT-IN STANDARD RULES.    *
      *  COMP3VED ALSO WRITES ONE RECORD PER GAUGE DROP AHEAD OF ITS  *
      *  STEP RECORD, WITH THE DROP SEQUENCE, STATION AND SHIFT SET   *
      *  (BALANCE FLAG 'M' FOR A DROP THAT NEVER ARRIVED) AND THE     *
      *  RECORD COUNT ITS TRAILER CLAIMED; EVERY STEP RECORD LEAVES   *
      *  THE DROP FIELDS AT SPACE.                                    *
      *****************************************************************
       01  STATUS-RECORD.
           05  STAT-PROGRAM                PIC X(08).
           05  STAT-BALANCE-FLAG           PIC X(01).
               88  STAT-IN-BALANCE         VALUE 'B'.
               88  STAT-OUT-OF-BALANCE     VALUE 'O'.
               88  STAT-DROP-MISSING       VALUE 'M'.
           05  STAT-RETURN-CODE            PIC 9(02).
           05  STAT-TOTAL-A-GREATER        PIC 9(06).
           05  STAT-TOTAL-B-GREATER        PIC 9(06).
           05  STAT-TOTAL-C-GREATER        PIC 9(06).
           05  STAT-TOTAL-TWO-WAY-TIE      PIC 9(06).
           05  STAT-TOTAL-ALL-EQUAL        PIC 9(06).
           05  STAT-RULE-SET-ID            PIC 9(06).
           05  STAT-DROP-DATA.
               10  STAT-DROP-SEQ           PIC 9(02).
               10  STAT-DROP-STATION       PIC X(04).
               10  STAT-DROP-SHIFT         PIC X(01).
               10  STAT-DROP-TRL-COUNT     PIC 9(06).
           05  FILLER                      PIC X(02).
