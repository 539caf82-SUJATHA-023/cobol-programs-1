      *****************************************************************
      *  SIGNPARM.CPY                                                 *
      *  PARAMETER AREA FOR THE COMP3VSO OPERATOR SIGN-ON ROUTINE.    *
      *  SGNP-PROGRAM NAMES THE CALLER FOR THE VIOLATION LOG.         *
      *  FUNCTIONS:                                                   *
      *    'S' - SIGN ON SGNP-OPER-ID WITH SGNP-PASSWORD.  SGNP-OK    *
      *          WITH THE NAME AND AUTHORITY LEVEL FILLED IN;         *
      *          SGNP-CHANGE-NEEDED WHEN THE PASSWORD WAS RIGHT BUT   *
      *          IS TEMPORARY OR EXPIRED (THE CALLER MUST GET A NEW   *
      *          ONE THROUGH 'P' BEFORE GOING ON - A BATCH CALLER     *
      *          TREATS IT AS A REFUSAL); SGNP-REFUSED FOR A WRONG    *
      *          ID, INACTIVE ID OR WRONG PASSWORD; SGNP-LOCKED WHEN  *
      *          THE ID IS LOCKED OUT, OR THIS FAILURE LOCKED IT.     *
      *          SGNP-DAYS-LEFT IS THE DAYS BEFORE THE PASSWORD       *
      *          EXPIRES.                                             *
      *    'P' - CHANGE THE PASSWORD: SGNP-PASSWORD IS CHECKED AS FOR *
      *          'S', THEN SGNP-NEW-PASSWORD REPLACES IT.  SGNP-OK,   *
      *          OR SGNP-REFUSED WITH THE RULE BROKEN IN THE MESSAGE. *
      *    'H' - HASH SGNP-PASSWORD FOR SGNP-OPER-ID INTO SGNP-HASH,  *
      *          AFTER CHECKING IT AGAINST THE PASSWORD RULES (USED   *
      *          BY COMP3VOM TO ISSUE A TEMPORARY PASSWORD).          *
      *    'V' - LOG A VIOLATION THE CALLER FOUND ITSELF (SGNP-EVENT, *
      *          E.G. 'NA' FOR AN OPERATOR REFUSED A SUPERVISOR-ONLY  *
      *          PROGRAM) FOR SGNP-OPER-ID.                           *
      *  SGNP-NO-MASTER MEANS THERE IS NO OPERATOR MASTER AT ALL;     *
      *  SGNP-ERROR MEANS IT OR THE VIOLATION LOG COULD NOT BE READ   *
      *  OR WRITTEN, OR THE FUNCTION IS UNKNOWN.  THE CALLER MUST     *
      *  SAVE AND RESTORE RETURN-CODE AROUND THE CALL.                *
      *****************************************************************
       01  SIGN-PARM.
           05  SGNP-FUNCTION               PIC X(01).
               88  SGNP-FUNC-SIGNON        VALUE 'S'.
               88  SGNP-FUNC-CHANGE        VALUE 'P'.
               88  SGNP-FUNC-HASH          VALUE 'H'.
               88  SGNP-FUNC-VIOLATION     VALUE 'V'.
           05  SGNP-PROGRAM                PIC X(08).
           05  SGNP-OPER-ID                PIC X(08).
           05  SGNP-PASSWORD               PIC X(08).
           05  SGNP-NEW-PASSWORD           PIC X(08).
           05  SGNP-EVENT                  PIC X(02).
           05  SGNP-RESULT                 PIC X(01).
               88  SGNP-OK                 VALUE 'Y'.
               88  SGNP-CHANGE-NEEDED      VALUE 'C'.
               88  SGNP-REFUSED            VALUE 'N'.
               88  SGNP-LOCKED             VALUE 'L'.
               88  SGNP-NO-MASTER          VALUE 'M'.
               88  SGNP-ERROR              VALUE 'E'.
           05  SGNP-OPER-NAME              PIC X(20).
           05  SGNP-AUTH-LEVEL             PIC X(01).
               88  SGNP-AUTH-SUPER         VALUE 'S'.
           05  SGNP-DAYS-LEFT              PIC 9(03).
           05  SGNP-HASH                   PIC X(10).
           05  SGNP-MESSAGE                PIC X(60).
