      *****************************************************************
      *  REJTREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE GAUGE REJECT FILE (INSPREJ).  COMP3VED *
      *  APPENDS ONE RECORD PER REJECTED RAW RECORD - THE REASON CODE *
      *  AND THE UNTOUCHED ORIGINAL RECORD - STAMPED WITH THE         *
      *  BUSINESS DATE AND THE CAPTURE STATION AND SHIFT OF THE DROP  *
      *  IT CAME IN ON.  AT THE END OF EACH DROP IT ALSO APPENDS ONE  *
      *  DROP-TOTALS RECORD (REASON 'DT') CARRYING THAT DROP'S OWN    *
      *  COUNTS AND CONTROL OUTCOME; A DROP THAT NEVER ARRIVED GETS   *
      *  ONE TOO, WITH STATUS 'M'.  COMP3VRR REPAIRS THE REJECTS AND  *
      *  KEEPS A DROP'S TOTALS ON THE FILE WHILE ANY OF ITS REJECTS   *
      *  ARE STILL HELD.  RECORDS WRITTEN BEFORE THE DROP FIELDS      *
      *  EXISTED CARRY SPACES THERE.                                  *
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-REASON                  PIC X(02).
               88  REJ-DROP-TOTALS         VALUE 'DT'.
           05  FILLER                      PIC X(01).
           05  REJ-DATA                    PIC X(80).
           05  REJ-TOTALS REDEFINES REJ-DATA.
               10  REJT-HDR-DATE           PIC X(08).
               10  REJT-READ-COUNT         PIC 9(06).
               10  REJT-CLEAN-COUNT        PIC 9(06).
               10  REJT-REJECT-COUNT       PIC 9(06).
               10  REJT-TRL-COUNT          PIC 9(06).
               10  REJT-STATUS             PIC X(01).
                   88  REJT-BALANCED       VALUE 'B'.
                   88  REJT-CONTROL-FAILED VALUE 'C'.
                   88  REJT-MISSING        VALUE 'M'.
               10  FILLER                  PIC X(47).
           05  REJ-BUS-DATE                PIC X(08).
           05  REJ-STATION                 PIC X(04).
           05  REJ-SHIFT                   PIC X(01).
