      *****************************************************************
      *  DSCXREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE DEPARTMENT SCORECARD EXTRACT WRITTEN   *
      *  BY COMP3VDS FOR THE PLANT'S MONTHLY PACK.  EVERY FIELD IS    *
      *  FOLLOWED BY A ';' SO THE PACK CAN LOAD THE FILE AS DELIMITED *
      *  TEXT; THE SEPARATORS ARE VALUE CLAUSES, SO THE RECORD IS     *
      *  BUILT IN WORKING STORAGE AND WRITTEN FROM THERE.  ONE        *
      *  DEPARTMENT RECORD ('D') PER DEPARTMENT AND MONTH - THE       *
      *  SCORECARD MONTH AND THE MONTH BEFORE IT - THEN THE SAME PAIR *
      *  FOR ALL DEPARTMENTS TOGETHER ('T').  COUNTS ARE WHOLE        *
      *  NUMBERS; RATES ARE PERCENTAGES AND THE LAG IS IN BUSINESS    *
      *  DAYS, BOTH WITH TWO DECIMALS.  RECEIVED IS TRIPLETS SCORED   *
      *  PLUS GAUGE REJECTS LESS THE REJECTS REPAIRED (A RECYCLED     *
      *  RECORD IS ALSO SCORED), THE BASE OF THE REJECT RATES; THE    *
      *  REJECT COUNTS BY REASON ARE THE COMP3VED REASON CODES 01-07  *
      *  AND INCLUDE THE REJECTS REPAIRED.                            *
      *****************************************************************
       01  DEPT-SCORE-EXTRACT.
           05  DSCX-REC-TYPE               PIC X(01).
               88  DSCX-DEPARTMENT         VALUE 'D'.
               88  DSCX-ALL-DEPTS          VALUE 'T'.
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-MONTH                  PIC 9(06).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-DEPT                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-DEPT-DESC              PIC X(30).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SUPERVISOR             PIC X(20).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-BUS-DAYS               PIC 9(03).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SCORED                 PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-PRIORITY               PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-PRIORITY-PCT           PIC 9(03).99.
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SCORED-BD-01-05        PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SCORED-BD-06-10        PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SCORED-BD-11-15        PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SCORED-BD-16-20        PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-SCORED-BD-21-UP        PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-HELD-NEAR-TIE          PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-HELD-VARIANCE          PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-RELEASED               PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-STILL-HELD             PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-RECEIVED               PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECTS                PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-PCT             PIC 9(03).99.
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-01              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-02              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-03              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-04              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-05              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-06              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-REJECT-07              PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-DROPPED                PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-UNACKED                PIC 9(07).
           05  FILLER                      PIC X(01) VALUE ';'.
           05  DSCX-ACK-LAG                PIC 9(03).99.
           05  FILLER                      PIC X(01) VALUE ';'.
