      *****************************************************************
      *  DROPREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE REJECT DROP LOG (REJDROP).  COMP3VRR   *
      *  APPENDS ONE RECORD FOR EVERY GAUGE REJECT IT DROPS - THE     *
      *  DISPOSITION CODE, THE DATE IT WAS DROPPED, THE REJECT        *
      *  REASON AND THE UNTOUCHED ORIGINAL RECORD, THE BUSINESS DATE, *
      *  STATION AND SHIFT OF THE DROP IT CAME IN ON, AND THE         *
      *  OPERATOR WHO DROPPED IT.  A REJECT THAT IS REPAIRED AND      *
      *  RECYCLED IS LOGGED TOO, UNDER THE RESERVED DISPOSITION 'RP', *
      *  WITH THE RECORD AS CORRECTED.  COMP3VDS READS THE LOG FOR    *
      *  THE DEPARTMENT SCORECARD.  RECORDS WRITTEN BEFORE THE DROP   *
      *  FIELDS EXISTED CARRY SPACES THERE.                           *
      *****************************************************************
       01  DROP-RECORD.
           05  DRP-DISP-CODE               PIC X(02).
               88  DRP-REPAIRED            VALUE 'RP'.
           05  FILLER                      PIC X(01).
           05  DRP-DROP-DATE               PIC 9(08).
           05  FILLER                      PIC X(01).
           05  DRP-REASON                  PIC X(02).
           05  FILLER                      PIC X(01).
           05  DRP-DATA                    PIC X(80).
           05  FILLER                      PIC X(01).
           05  DRP-BUS-DATE                PIC X(08).
           05  DRP-STATION                 PIC X(04).
           05  DRP-SHIFT                   PIC X(01).
           05  DRP-OPER-ID                 PIC X(08).
