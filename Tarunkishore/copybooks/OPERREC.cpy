      *  DATE IN COMP3VB OR RELEASE HELD NEAR-TIES IN COMP3VXS.  A    *
      *  RECORD WRITTEN BEFORE THE LEVEL EXISTED CARRIES A SPACE      *
      *  THERE AND IS TREATED AS AN ORDINARY OPERATOR.                *
      *                                                               *
      *  OPER-SECURITY IS KEPT BY THE COMP3VSO SIGN-ON ROUTINE AND    *
      *  BY COMP3VOM.  THE PASSWORD IS HELD ONLY AS A ONE-WAY HASH.   *
      *  A TEMPORARY PASSWORD ('T', ISSUED IN COMP3VOM) MUST BE       *
      *  CHANGED AT FIRST USE.  A RECORD WRITTEN BEFORE PASSWORDS     *
      *  EXISTED CARRIES SPACES HERE: ITS PASSWORD IS TAKEN TO BE THE *
      *  OPERATOR ID ITSELF, TEMPORARY, SO THE FIRST SIGN-ON FORCES A *
      *  CHANGE.  REPEATED FAILED SIGN-ONS SET THE LOCK, WHICH ONLY A *
      *  SUPERVISOR CAN CLEAR IN COMP3VOM.                            *
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID                     PIC X(08).
           05  OPER-AUTH-LEVEL             PIC X(01).
               88  OPER-AUTH-SUPER         VALUE 'S'.
               88  OPER-AUTH-OPERATOR      VALUE 'O'.
           05  OPER-SECURITY.
               10  OPER-PASSWORD-HASH      PIC X(10).
               10  OPER-PWD-CHANGED-DATE   PIC 9(08).
               10  OPER-PWD-STATUS         PIC X(01).
                   88  OPER-PWD-SET        VALUE 'S'.
                   88  OPER-PWD-TEMPORARY  VALUE 'T'.
               10  OPER-FAIL-COUNT         PIC 9(02).
               10  OPER-LOCK-FLAG          PIC X(01).
                   88  OPER-LOCKED         VALUE 'L'.
               10  OPER-LOCK-DATE          PIC 9(08).
               10  OPER-LOCK-TIME          PIC 9(08).
               10  OPER-LAST-SIGNON-DATE   PIC 9(08).
               10  FILLER                  PIC X(24).
