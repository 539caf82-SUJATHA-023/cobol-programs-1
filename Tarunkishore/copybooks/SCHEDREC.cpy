      *  SUPERVISOR IS RESOLVED FROM THE DEPARTMENT MASTER (SPACES    *
      *  WHEN THE DEPARTMENT IS NOT ON IT) SO THE SCHEDULING SIDE     *
      *  KNOWS WHO OWNS A PRIORITY RECORD.                            *
      *  THE SAME LAYOUT CARRIES THE INTRADAY EXPEDITE FEED COMP3VAR  *
      *  PUBLISHES (SCHEDFEED.E + BUSINESS DATE): VERDICT CODE 'XP',  *
      *  PRIORITY FLAG 'Y', AND THE RANKING RUN'S OPERATOR AND RUN    *
      *  NUMBER.                                                      *
      *****************************************************************
       01  SCHEDULE-RECORD.
           05  SCHED-LINE-ID               PIC 9(06).
           05  SCHED-VERDICT-CODE          PIC X(02).
               88  SCHED-VERDICT-EXPEDITE  VALUE 'XP'.
           05  SCHED-PRIORITY-FLAG         PIC X(01).
           05  SCHED-LINE-NAME             PIC X(20).
           05  SCHED-DEPT                  PIC X(10).
