      *****************************************************************
      *  SECVREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE SECURITY VIOLATION LOG (SECVIOL).      *
      *  COMP3VSO APPENDS ONE RECORD FOR EVERY SIGN-ON THAT FAILS OR  *
      *  IS MADE TO A LOCKED-OUT ID, AND FOR EVERY OPERATOR WHO SIGNS *
      *  ON CLEANLY BUT IS REFUSED A SUPERVISOR-ONLY PROGRAM.  THE    *
      *  LOG IS NEVER REBUILT.  SECV-FAIL-COUNT IS THE ID'S RUN OF    *
      *  FAILED ATTEMPTS AFTER THIS ONE; SECV-OPER-NAME AND           *
      *  SECV-AUTH-LEVEL ARE SPACES WHEN THE ID IS NOT ON THE MASTER. *
      *  THE INQUIRY IS COMP3VSQ AND THE DAILY SUMMARY IS COMP3VSS;   *
      *  THE EVENT TEXT COMES FROM THE SECVEVT COPYBOOK.              *
      *****************************************************************
       01  SECURITY-VIOLATION-RECORD.
           05  SECV-DATE                   PIC 9(08).
           05  SECV-TIME                   PIC 9(08).
           05  SECV-OPER-ID                PIC X(08).
           05  SECV-OPER-NAME              PIC X(20).
           05  SECV-AUTH-LEVEL             PIC X(01).
           05  SECV-PROGRAM                PIC X(08).
           05  SECV-EVENT                  PIC X(02).
               88  SECV-UNKNOWN-ID         VALUE 'UI'.
               88  SECV-INACTIVE-ID        VALUE 'IA'.
               88  SECV-BAD-PASSWORD       VALUE 'BP'.
               88  SECV-LOCKED-NOW         VALUE 'LK'.
               88  SECV-LOCKED-ATTEMPT     VALUE 'LA'.
               88  SECV-NOT-AUTHORIZED     VALUE 'NA'.
           05  SECV-FAIL-COUNT             PIC 9(02).
           05  FILLER                      PIC X(23).
