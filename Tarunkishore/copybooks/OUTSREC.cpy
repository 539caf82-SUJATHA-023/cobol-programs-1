      *  ESCALATED ON THE AGING REPORT ONCE IT IS OLDER THAN THE      *
      *  CONFIGURED LIMIT - SO A HOT LINE THAT NEVER LANDED ON THE    *
      *  SCHEDULE IS CHASED UNTIL IT DOES, NOT FORGOTTEN AFTER ONE    *
      *  NIGHT'S RECONRPT.  THE FEED TYPE IS THE FEED THE RECORD WENT *
      *  OUT ON (SREJREC VALUES); AN ITEM WRITTEN BEFORE IT WAS KEPT  *
      *  HAS A SPACE THERE AND IS TAKEN AS NIGHTLY.                   *
      *****************************************************************
       01  OUTSTANDING-RECORD.
           05  OUT-LINE-ID                 PIC 9(06).
           05  OUT-BUS-DATE                PIC 9(08).
           05  OUT-PRIORITY-FLAG           PIC X(01).
           05  OUT-AGE-DAYS                PIC 9(03).
           05  OUT-FEED-TYPE               PIC X(01).
               88  OUT-FROM-NIGHTLY        VALUE 'D' SPACE.
               88  OUT-FROM-RETRANSMIT     VALUE 'R'.
               88  OUT-FROM-EXPEDITE       VALUE 'E'.
           05  FILLER                      PIC X(21).
