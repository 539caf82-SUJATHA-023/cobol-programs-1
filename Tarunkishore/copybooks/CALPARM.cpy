      *          INCLUDING THE TO-DATE; SAME DATE OR EARLIER IS       *
      *          ZERO), IN CALP-DAY-COUNT.  999 MEANS THE DATES ARE   *
      *          MORE THAN A YEAR APART.                              *
      *    'E' - CALENDAR DAYS FROM CALP-IN-DATE TO CALP-TO-DATE,     *
      *          EVERY DAY COUNTED (SAME DATE OR EARLIER IS ZERO), IN *
      *          CALP-DAY-COUNT.  999 MEANS 999 DAYS OR MORE.         *
      *  CALP-STATUS IS '0' WHEN THE CALL WORKED, '9' FOR A BAD DATE, *
      *  A BAD FUNCTION, OR NO BUSINESS DAY FOUND WITHIN SIXTY DAYS.  *
      *  A MISSING CALENDAR FILE IS NOT AN ERROR - THE WEEKDAY RULE   *
               88  CALP-FUNC-NEXT          VALUE 'N'.
               88  CALP-FUNC-WEEK          VALUE 'W'.
               88  CALP-FUNC-DIST          VALUE 'D'.
               88  CALP-FUNC-ELAPSED       VALUE 'E'.
           05  CALP-IN-DATE                PIC 9(08).
           05  CALP-TO-DATE                PIC 9(08).
           05  CALP-OUT-DATE               PIC 9(08).
