      *****************************************************************
      *  STEPREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE NIGHT-RUN STEP-CONTROL FILE (STEPCTL)  *
      *  KEPT BY COMP3VSC.  ONE RECORD PER BUSINESS DATE AND STEP     *
      *  (COMP3VED, COMP3VB, COMP3VPR, COMP3VRC, COMP3VAH, COMP3VST). *
      *  A STEP IS 'A' FROM THE MOMENT IT PASSES ITS PREDECESSOR      *
      *  CHECK UNTIL IT ENDS, THEN 'F' WITH ITS CONDITION CODE - A    *
      *  STEP LEFT 'A' ABENDED OR IS STILL RUNNING.  A RERUN OF THE   *
      *  STEP REPLACES THE RECORD AND COUNTS ONE MORE ATTEMPT.  WHEN  *
      *  A SUPERVISOR LET THE STEP RUN PAST A PREDECESSOR THAT HAD    *
      *  NOT FINISHED CLEANLY, THE SUPERVISOR AND THAT PREDECESSOR    *
      *  ARE KEPT ON THE RECORD.                                      *
      *****************************************************************
       01  STEP-CONTROL-RECORD.
           05  STPC-BUS-DATE               PIC 9(08).
           05  STPC-PROGRAM                PIC X(08).
           05  STPC-STATUS                 PIC X(01).
               88  STPC-ACTIVE             VALUE 'A'.
               88  STPC-FINISHED           VALUE 'F'.
           05  STPC-START-DATE             PIC 9(08).
           05  STPC-START-TIME             PIC 9(08).
           05  STPC-END-DATE               PIC 9(08).
           05  STPC-END-TIME               PIC 9(08).
           05  STPC-COND-CODE              PIC 9(02).
           05  STPC-RUN-NBR                PIC 9(06).
           05  STPC-ATTEMPTS               PIC 9(03).
           05  STPC-OVERRIDE-ID            PIC X(08).
           05  STPC-OVERRIDE-PRED          PIC X(08).
           05  FILLER                      PIC X(04).
