      *****************************************************************
      *  SECVEVT.CPY                                                  *
      *  EVENT CODES ON THE SECURITY VIOLATION LOG (SECVREC), WITH    *
      *  THE TEXT SHOWN AGAINST THEM.  'LK' IS THE ATTEMPT THAT       *
      *  LOCKED THE ID; 'LA' IS ANY LATER ATTEMPT ON IT BEFORE A      *
      *  SUPERVISOR RESETS IT.  A CODE NOT IN THE TABLE SHOWS AS      *
      *  UNKNOWN EVENT.                                               *
      *****************************************************************
       01  SEC-EVENT-VALUES.
           05  FILLER                      PIC X(28)
                   VALUE 'UIUNKNOWN OPERATOR ID       '.
           05  FILLER                      PIC X(28)
                   VALUE 'IAINACTIVE OPERATOR ID      '.
           05  FILLER                      PIC X(28)
                   VALUE 'BPWRONG PASSWORD            '.
           05  FILLER                      PIC X(28)
                   VALUE 'LKLOCKED OUT BY THIS ATTEMPT'.
           05  FILLER                      PIC X(28)
                   VALUE 'LASIGN-ON TO LOCKED-OUT ID  '.
           05  FILLER                      PIC X(28)
                   VALUE 'NANOT AUTHORIZED FOR PROGRAM'.
       01  SEC-EVENT-TABLE REDEFINES SEC-EVENT-VALUES.
           05  SECE-ENTRY OCCURS 6 TIMES.
               10  SECE-CODE               PIC X(02).
               10  SECE-TEXT               PIC X(26).
