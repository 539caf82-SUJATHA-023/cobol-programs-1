      *****************************************************************
      *  STEPPARM.CPY                                                 *
      *  PARAMETER AREA FOR THE COMP3VSC NIGHT-RUN STEP CONTROL.      *
      *  STPP-PROGRAM AND STPP-BUS-DATE NAME THE STEP.  FUNCTIONS:    *
      *    'C' - CHECK THAT THE STEP'S REQUIRED PREDECESSOR FINISHED  *
      *          CLEANLY FOR THE SAME BUSINESS DATE.  STPP-OK IF SO;  *
      *          OTHERWISE STPP-BLOCKED, WITH THE PREDECESSOR IN      *
      *          STPP-BLOCK-PROGRAM AND THE REASON IN STPP-MESSAGE.   *
      *          CALLED AGAIN WITH A SUPERVISOR'S OPERATOR ID IN      *
      *          STPP-SUPV-ID AND PASSWORD IN STPP-SUPV-PASSWORD, A   *
      *          BLOCKED STEP COMES BACK STPP-OVERRIDDEN IF THE ID    *
      *          SIGNS ON THROUGH COMP3VSO AND IS AN ACTIVE           *
      *          SUPERVISOR, STPP-REFUSED IF NOT.  THE PASSWORD IS    *
      *          CLEARED ON RETURN.                                   *
      *    'S' - RECORD THE STEP AS STARTED (STPP-RUN-NBR, AND ANY    *
      *          OVERRIDE LEFT IN STPP-SUPV-ID/STPP-BLOCK-PROGRAM BY  *
      *          THE CHECK).                                          *
      *    'F' - RECORD THE STEP AS FINISHED WITH STPP-COND-CODE.     *
      *    'Q' - WHERE THE NIGHT STANDS: ONE STPP-Q-STEP ENTRY PER    *
      *          STEP IN RUNNING ORDER, AND IN STPP-RESTART-PROGRAM   *
      *          THE FIRST STEP THAT IS NOT CLEAN (SPACES WHEN THE    *
      *          WHOLE NIGHT IS).  STATES: 'C' CLEAN, 'N' NEVER RAN,  *
      *          'A' ACTIVE (RUNNING OR ABENDED), 'X' ENDED WITH A    *
      *          CONDITION CODE ITS SUCCESSORS WILL NOT ACCEPT, 'S'   *
      *          STALE - STARTED BEFORE ITS PREDECESSOR'S LAST        *
      *          FINISH, SO IT RAN ON OUTPUT SINCE REPLACED.          *
      *  STPP-ERROR MEANS THE STEP-CONTROL FILE COULD NOT BE READ OR  *
      *  REWRITTEN, OR THE STEP OR FUNCTION IS UNKNOWN.  THE CALLER   *
      *  MUST SAVE AND RESTORE RETURN-CODE AROUND THE CALL.           *
      *****************************************************************
       01  STEP-PARM.
           05  STPP-FUNCTION               PIC X(01).
               88  STPP-FUNC-CHECK         VALUE 'C'.
               88  STPP-FUNC-START         VALUE 'S'.
               88  STPP-FUNC-FINISH        VALUE 'F'.
               88  STPP-FUNC-QUERY         VALUE 'Q'.
           05  STPP-PROGRAM                PIC X(08).
           05  STPP-BUS-DATE               PIC 9(08).
           05  STPP-RUN-NBR                PIC 9(06).
           05  STPP-COND-CODE              PIC 9(02).
           05  STPP-SUPV-ID                PIC X(08).
           05  STPP-RESULT                 PIC X(01).
               88  STPP-OK                 VALUE 'Y'.
               88  STPP-BLOCKED            VALUE 'B'.
               88  STPP-OVERRIDDEN         VALUE 'V'.
               88  STPP-REFUSED            VALUE 'R'.
               88  STPP-ERROR              VALUE 'E'.
           05  STPP-BLOCK-PROGRAM          PIC X(08).
           05  STPP-MESSAGE                PIC X(60).
           05  STPP-RESTART-PROGRAM        PIC X(08).
           05  STPP-Q-STEP OCCURS 6 TIMES.
               10  STPP-Q-PROGRAM          PIC X(08).
               10  STPP-Q-STATE            PIC X(01).
               10  STPP-Q-STATUS           PIC X(01).
               10  STPP-Q-COND-CODE        PIC 9(02).
               10  STPP-Q-START-DATE       PIC 9(08).
               10  STPP-Q-START-TIME       PIC 9(08).
               10  STPP-Q-END-DATE         PIC 9(08).
               10  STPP-Q-END-TIME         PIC 9(08).
               10  STPP-Q-RUN-NBR          PIC 9(06).
               10  STPP-Q-ATTEMPTS         PIC 9(03).
               10  STPP-Q-OVERRIDE-ID      PIC X(08).
           05  STPP-SUPV-PASSWORD          PIC X(08).
