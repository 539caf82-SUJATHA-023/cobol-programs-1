      *****************************************************************
      *  PRIRREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE PRIORITY RULE FILE.  EACH RULE RECORD  *
      *  ('R') SAYS, FOR ONE DEPARTMENT AND ONE VERDICT CODE (A1, B1, *
      *  C1, AB, AC, BC, EQ), WHETHER COMP3VB MARKS THE SCHEDULE FEED *
      *  RECORD PRIORITY.  A DEPARTMENT OF '*' IS THE PLANT-WIDE      *
      *  DEFAULT ROW FOR THAT VERDICT, USED FOR ANY DEPARTMENT WITH   *
      *  NO ROW OF ITS OWN.  A RULE IS NEVER DELETED, ONLY MARKED     *
      *  INACTIVE.  THE FIRST RECORD ON THE FILE IS THE HEADER ('H')  *
      *  CARRYING THE RULE-SET NUMBER, BUMPED BY COMP3VPM EVERY TIME  *
      *  THE RULES ARE SAVED, SO THE STATUS RECORD OF EACH COMP3VB    *
      *  RUN CAN SAY WHICH RULES SCORED THE NIGHT.                    *
      *****************************************************************
       01  PRIORITY-RULE-RECORD.
           05  PRIR-REC-TYPE               PIC X(01).
               88  PRIR-HEADER             VALUE 'H'.
               88  PRIR-RULE               VALUE 'R'.
           05  PRIR-RULE-DATA.
               10  PRIR-DEPT               PIC X(10).
                   88  PRIR-PLANT-DEFAULT  VALUE '*'.
               10  PRIR-VERDICT-CODE       PIC X(02).
               10  PRIR-PRIORITY-FLAG      PIC X(01).
                   88  PRIR-PRIORITY-YES   VALUE 'Y'.
                   88  PRIR-PRIORITY-NO    VALUE 'N'.
               10  PRIR-ACTIVE-FLAG        PIC X(01).
                   88  PRIR-ACTIVE         VALUE 'A'.
                   88  PRIR-INACTIVE       VALUE 'I'.
               10  PRIR-DATE-CHANGED       PIC 9(08).
               10  PRIR-CHANGED-BY         PIC X(08).
               10  FILLER                  PIC X(49).
           05  PRIR-HEADER-DATA REDEFINES PRIR-RULE-DATA.
               10  PRIR-RULE-SET-ID        PIC 9(06).
               10  PRIR-SET-DATE           PIC 9(08).
               10  PRIR-SET-OPER-ID        PIC X(08).
               10  FILLER                  PIC X(57).
