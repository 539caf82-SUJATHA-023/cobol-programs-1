      *****************************************************************
      *  SPCXREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE SPC EXTRACT WRITTEN BY COMP3VSP FOR    *
      *  THE QUALITY TEAM.  ONE LIMITS RECORD ('L') PER LINE AND      *
      *  GAUGE POSITION CARRIES THE BASELINE PERIOD, THE NUMBER OF    *
      *  BASELINE READINGS, THE MEAN, SIGMA AND THE THREE-SIGMA       *
      *  CONTROL LIMITS, AND HOW MANY LATEST READINGS WERE TESTED.    *
      *  ONE SIGNAL RECORD ('S') FOLLOWS FOR EVERY LATEST READING     *
      *  THAT BROKE A CONTROL-CHART RULE: ABOVE THE UPPER LIMIT       *
      *  ('U'), BELOW THE LOWER LIMIT ('L'), OR THE LATEST POINT OF A *
      *  RUN ON ONE SIDE OF THE MEAN ('A' ABOVE, 'B' BELOW), WITH THE *
      *  AUDIT DATE, TIME AND RUN NUMBER OF THE READING.  THE LIMIT   *
      *  FIELDS ARE REPEATED ON SIGNAL RECORDS SO EACH RECORD STANDS  *
      *  ON ITS OWN.  RECORDS COME OUT IN DEPARTMENT AND LINE ORDER.  *
      *****************************************************************
       01  SPC-EXTRACT-RECORD.
           05  SPCX-REC-TYPE               PIC X(01).
               88  SPCX-LIMITS             VALUE 'L'.
               88  SPCX-SIGNAL             VALUE 'S'.
           05  SPCX-DEPT                   PIC X(10).
           05  SPCX-LINE-ID                PIC 9(06).
           05  SPCX-GAUGE                  PIC X(01).
           05  SPCX-BASE-FROM              PIC 9(08).
           05  SPCX-BASE-TO                PIC 9(08).
           05  SPCX-BASE-COUNT             PIC 9(05).
           05  SPCX-MEAN                   PIC 9(07)V9(04).
           05  SPCX-SIGMA                  PIC 9(07)V9(04).
           05  SPCX-LCL                    PIC 9(07)V9(04).
           05  SPCX-UCL                    PIC 9(08)V9(04).
           05  SPCX-LATEST-COUNT           PIC 9(05).
           05  SPCX-READ-DATE              PIC 9(08).
           05  SPCX-READ-TIME              PIC 9(08).
           05  SPCX-RUN-NBR                PIC 9(06).
           05  SPCX-VALUE                  PIC 9(07)V99.
           05  SPCX-RULE                   PIC X(01).
               88  SPCX-ABOVE-UCL          VALUE 'U'.
               88  SPCX-BELOW-LCL          VALUE 'L'.
               88  SPCX-RUN-ABOVE          VALUE 'A'.
               88  SPCX-RUN-BELOW          VALUE 'B'.
           05  SPCX-RUN-LENGTH             PIC 9(03).
           05  FILLER                      PIC X(16).
