      *  REASON SAYS WHY THE RECORD WAS HELD: A NEAR-TIE MARGIN OR A  *
      *  DAY-OVER-DAY VARIANCE SWING.  A RECORD WRITTEN BEFORE THE    *
      *  REASON EXISTED CARRIES SPACES AND READS AS A NEAR-TIE.       *
      *  THE HOLD DATE IS THE BUSINESS DATE OF THE RUN THAT HELD THE  *
      *  RECORD, SO THE SIGN-OFF JOURNAL CAN SHOW HOW LONG IT SAT     *
      *  BEFORE A SUPERVISOR DEALT WITH IT.  A RECORD HELD BEFORE     *
      *  THE DATE EXISTED CARRIES SPACES THERE.                       *
      *****************************************************************
       01  EXCEPTION-RECORD.
           05  EXCP-LINE-ID                PIC 9(06).
           05  EXCP-HOLD-REASON            PIC X(02).
               88  EXCP-HELD-NEAR-TIE      VALUE 'NT' ' '.
               88  EXCP-HELD-VARIANCE      VALUE 'DV'.
           05  EXCP-HOLD-DATE              PIC 9(08).
