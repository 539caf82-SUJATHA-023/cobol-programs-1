      *****************************************************************
      *  SREJREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE REJECTED-BY-SCHEDULER QUEUE (SCHEDREJ) *
      *  COMP3VRC KEEPS.  ONE RECORD PER FEED RECORD THE SCHEDULING   *
      *  SYSTEM ACKNOWLEDGED BUT REFUSED ON LOAD, KEYED BY LINE ID    *
      *  AND THE BUSINESS DATE OF THE FEED IT WENT OUT ON.  THESE ARE *
      *  KEPT APART FROM THE OUTSTANDING LEDGER (OUTSREC) - THE       *
      *  SCHEDULER ANSWERED, IT JUST SAID NO - SO THEY ARE NOT        *
      *  CHASED FOR AN ACK THAT ALREADY CAME.  THE FEED RECORD IMAGE  *
      *  AS SENT RIDES ON THE QUEUE ENTRY SO A SUPERVISOR CAN CORRECT *
      *  IT IN COMP3VRQ AND RE-RELEASE IT ON THE RETRANSMISSION FEED  *
      *  (SCHEDFEED.R + DATE).  AN ENTRY IS 'Q' UNTIL RE-RELEASED,    *
      *  THEN 'R' UNTIL COMP3VRC RECONCILES THE RETRANSMISSION THAT   *
      *  CARRIED IT, WHICH TAKES IT OFF THE QUEUE.  AN ENTRY QUEUED   *
      *  FROM A LATE ACKNOWLEDGMENT OF A LEDGER ITEM HAS ONLY THE     *
      *  LINE ID AND PRIORITY FLAG IN THE IMAGE.  A REFUSED INTRADAY  *
      *  EXPEDITE (SCHEDFEED.E + DATE) IS QUEUED WITH FEED TYPE 'E'.  *
      *****************************************************************
       01  SCHED-REJECT-RECORD.
           05  SREJ-LINE-ID                PIC 9(06).
           05  SREJ-BUS-DATE               PIC 9(08).
           05  SREJ-FEED-TYPE              PIC X(01).
               88  SREJ-FROM-NIGHTLY       VALUE 'D'.
               88  SREJ-FROM-RETRANSMIT    VALUE 'R'.
               88  SREJ-FROM-EXPEDITE      VALUE 'E'.
           05  SREJ-LOAD-STATUS            PIC X(02).
           05  SREJ-STATUS-TEXT            PIC X(24).
           05  SREJ-QUEUED-DATE            PIC 9(08).
           05  SREJ-STATE                  PIC X(01).
               88  SREJ-QUEUED             VALUE 'Q'.
               88  SREJ-RERELEASED         VALUE 'R'.
           05  SREJ-RELEASE-DATE           PIC 9(08).
           05  SREJ-RELEASE-SUPV           PIC X(08).
           05  SREJ-SCHED-IMAGE            PIC X(74).
           05  FILLER                      PIC X(10).
